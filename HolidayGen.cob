000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HolidayGen.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    祝日の組み立て規則(固定日・第ｎ曜日・春分/秋分・
000000*    振替休日・国民の休日)
000000     SELECT HolidayRuleFile ASSIGN TO "HOLRULE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HolidayRuleFileStatus.
000000*    日付モードの営業日判定が読む祝日カレンダー。対象年
000000*    の分だけを作り直し、他の年の行はそのまま残す
000000     SELECT HolidayFile ASSIGN TO "HOLIDF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HolidayFileStatus.
000000*    作り直しの間、他の年の行を退避しておく作業ファイル
000000     SELECT HolidayWorkFile ASSIGN TO "HOLIWRK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HolidayWorkFileStatus.
000000*    生成した祝日の一覧表
000000     SELECT HolidayReportFile ASSIGN TO "HOLRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HolidayReportFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HolidayRuleFile.
000000 COPY LYCHRUL.
000000 FD  HolidayFile.
000000 COPY LYCHOL.
000000 FD  HolidayWorkFile.
000000 COPY LYCHOL REPLACING ==HolidayRecord== BY
000000     ==HolidayWorkRecord== ==HolidayDate== BY ==WorkHolidayDate==
000000     ==HolidayName== BY ==WorkHolidayName==.
000000 FD  HolidayReportFile.
000000 1   HolidayReportLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   HolidayGenFileWork.
000000 2       HolidayRuleFileStatus PIC X(2).
000000 2       HolidayFileStatus PIC X(2).
000000 2       HolidayWorkFileStatus PIC X(2).
000000 2       HolidayReportFileStatus PIC X(2).
000000 2       RuleEof PIC X(1).
000000     88  RuleAtEnd VALUE "Y".
000000 2       HolidayEof PIC X(1).
000000     88  HolidayAtEnd VALUE "Y".
000000 2       WorkEof PIC X(1).
000000     88  WorkAtEnd VALUE "Y".
000000
000000*    表示言語の切替え(Program.cobのLanguageFlagと同じ流儀)
000000 1   LanguageFlag PIC X(1) VALUE "J".
000000     88  LanguageJapanese VALUE "J".
000000     88  LanguageEnglish VALUE "E".
000000
000000*    起動時にCOMMAND-LINEから受け取るPARM相当の文字列
000000 COPY LYCPARM.
000000
000000*    起動指定の解析で使用する作業領域
000000 1   ParmControl.
000000 2       ParmPointer PIC 9(4).
000000 2       ParmToken PIC X(20).
000000 2       ParmTokenKey PIC X(10).
000000 2       ParmTokenVal PIC X(10).
000000 2       ParmYearGiven PIC X(1) VALUE "N".
000000
000000*    閏年判定副プログラム(LeapYearEval)の連絡領域。
000000*    ２月の日数と適用規則(暦法)はすべてここから受け取る
000000 COPY LYCLEAP.
000000
000000*    生成対象年と判定結果の写し。完了コードは0=正常
000000*    4=警告(規則の読み飛ばし・祝日表の溢れ) 12=致命的
000000 1   GenControl.
000000 2       TargetYear PIC 9(5).
000000 2       TargetYearDigits PIC 9(4).
000000 2       TargetFebDays PIC 9(2).
000000 2       TargetEra PIC X(1).
000000 2       TargetYearDays PIC 9(3).
000000 2       CurrentRuleVersion PIC 9(5).
000000 2       GenSeverity PIC 9(2).
000000 2       SubstituteWanted PIC X(1).
000000 2       SubstituteName PIC X(20).
000000 2       CitizensWanted PIC X(1).
000000 2       CitizensName PIC X(20).
000000 2       RuleReadCount PIC 9(5).
000000 2       RuleSkipCount PIC 9(5).
000000 2       GenDroppedCount PIC 9(5).
000000 2       OtherYearCount PIC 9(9).
000000 2       HolidfTotal PIC 9(9).
000000
000000*    月別日数表(判定した閏年区分から組み立てる)
000000 1   MonthLengths.
000000 2       MonthDays OCCURS 12 PIC 9(2).
000000
000000*    曜日名の表(1=日曜〜7=土曜)
000000 1   WeekdayNameTable.
000000 2       WeekdayName OCCURS 7 PIC X(3).
000000
000000*    生成した祝日の作業テーブル。年初からの通算日の昇順
000000*    に並べて持つ。種別は規則の種別(振替はS、国民の休日
000000*    はC)をそのまま使う
000000 1   GenTable.
000000 2       GenEntry OCCURS 60.
000000 3           GenDoy PIC 9(3).
000000 3           GenName PIC X(20).
000000 3           GenKind PIC X(1).
000000 1   GenUsed PIC 9(3).
000000
000000*    祝日の組み立てで使用する作業領域
000000 1   GenWork.
000000 2       CandidateDoy PIC 9(3).
000000 2       CandidateName PIC X(20).
000000 2       CandidateKind PIC X(1).
000000 2       CandidateMonth PIC 9(2).
000000 2       CandidateDay PIC 9(2).
000000 2       GenScan PIC 9(3).
000000 2       GenProbe PIC 9(3).
000000 2       GenInsertAt PIC 9(3).
000000 2       GenShift PIC 9(3).
000000 2       GenFound PIC X(1).
000000     88  GenDoyTaken VALUE "Y".
000000 2       JanFirstDayOfWeek PIC 9(1).
000000 2       MonthFirstDayOfWeek PIC 9(1).
000000 2       DayOfWeekValue PIC 9(1).
000000 2       MonthCursor PIC 9(2).
000000 2       DoyRemain PIC 9(3).
000000 2       GenDate PIC 9(8).
000000
000000*    春分日・秋分日の計算で使用する作業領域。日は
000000*    定数 + 0.242194 × (年 - 1980) - 閏補正 の整数部
000000 1   EquinoxWork.
000000 2       EquinoxConstant PIC 9(2)V9(4).
000000 2       EquinoxBaseYear PIC 9(4).
000000 2       EquinoxOffset PIC S9(5).
000000 2       EquinoxLeapTerm PIC S9(5).
000000 2       EquinoxValue PIC S9(3)V9(6).
000000 2       EquinoxDay PIC 9(2).
000000
000000*    曜日計算(ツェラーの公式)で使用する作業領域
000000*    (Program.cobのComputeDayOfWeekと同じ流儀)
000000 1   ZellerWork.
000000 2       ZellerQ PIC 9(2).
000000 2       ZellerM PIC 9(2).
000000 2       ZellerYear PIC S9(5).
000000 2       ZellerK PIC S9(3).
000000 2       ZellerJ PIC S9(3).
000000 2       ZellerH PIC S9(5).
000000 2       ZellerTermM PIC S9(5).
000000 2       ZellerK4 PIC S9(3).
000000 2       ZellerJ4 PIC S9(3).
000000
000000*    報告書１行分の編集領域
000000 1   ReportWork.
000000 2       ReportBuffer PIC X(80).
000000 2       EditedTally PIC ZZZZZZZZ9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     ACCEPT ParmText FROM COMMAND-LINE.
000000     COMPUTE ParmLength =
000000         FUNCTION LENGTH(FUNCTION TRIM(ParmText)).
000000     IF ParmText = SPACES THEN
000000         MOVE 0 TO ParmLength
000000     END-IF.
000000
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000         IF LanguageEnglish THEN
000000             DISPLAY "Enter the holiday year: "
000000         ELSE
000000             DISPLAY "祝日を作る西暦を"
000000             DISPLAY "入力して下さい"
000000         END-IF
000000         ACCEPT TargetYear
000000         MOVE "Y" TO ParmYearGiven
000000     END-IF.
000000
000000     MOVE 0 TO GenSeverity.
000000     MOVE 0 TO RuleReadCount.
000000     MOVE 0 TO RuleSkipCount.
000000     MOVE 0 TO GenDroppedCount.
000000     MOVE 0 TO OtherYearCount.
000000     MOVE 0 TO GenUsed.
000000     MOVE "N" TO SubstituteWanted.
000000     MOVE "N" TO CitizensWanted.
000000
000000*    HOLIDFの日付は西暦４桁のため、対象年も４桁に限る
000000     IF ParmYearGiven NOT = "Y" OR TargetYear = 0 OR
000000         TargetYear > 9999 THEN
000000         MOVE 12 TO GenSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "YEAR= (1-9999) is required;"
000000             DISPLAY "skipped."
000000         ELSE
000000             DISPLAY "YEAR=(1〜9999)の指定が必要"
000000             DISPLAY "です。中止します。"
000000         END-IF
000000     ELSE
000000         MOVE TargetYear TO TargetYearDigits
000000         PERFORM EvaluateTargetYear
000000         PERFORM BuildMonthLengths
000000         PERFORM LoadWeekdayNames
000000         PERFORM ComputeJanFirstDayOfWeek
000000         PERFORM LoadHolidayRules
000000     END-IF.
000000
000000*    規則が読めなければHOLIDFには手を付けない
000000     IF GenSeverity < 12 THEN
000000         IF CitizensWanted = "Y" THEN
000000             PERFORM GenerateCitizensHolidays
000000         END-IF
000000         IF SubstituteWanted = "Y" THEN
000000             PERFORM GenerateSubstituteHolidays
000000         END-IF
000000         PERFORM RewriteHolidayFile
000000         PERFORM WriteHolidayListing
000000     END-IF.
000000
000000     MOVE GenSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE GenSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、YEAR=とLANG=の
000000*    指定を反映する(Program.cobのParseParmと同じ流儀)
000000 ParseParm.
000000
000000     MOVE 1 TO ParmPointer.
000000     PERFORM UNTIL ParmPointer > ParmLength
000000         MOVE SPACES TO ParmToken
000000         UNSTRING ParmText DELIMITED BY SPACE
000000             INTO ParmToken
000000             WITH POINTER ParmPointer
000000         END-UNSTRING
000000         IF ParmToken NOT = SPACES THEN
000000             PERFORM ParseParmToken
000000         END-IF
000000     END-PERFORM.
000000
000000*    KEY=VALUE形式のトークン１件を該当項目へ反映する
000000 ParseParmToken.
000000
000000     MOVE SPACES TO ParmTokenKey.
000000     MOVE SPACES TO ParmTokenVal.
000000     UNSTRING ParmToken DELIMITED BY "="
000000         INTO ParmTokenKey, ParmTokenVal
000000     END-UNSTRING.
000000
000000     EVALUATE ParmTokenKey
000000         WHEN "YEAR"
000000             COMPUTE TargetYear =
000000                 FUNCTION NUMVAL(ParmTokenVal)
000000             MOVE "Y" TO ParmYearGiven
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    対象年を副プログラムで判定し、２月の日数と適用規則
000000*    (暦法)・規則版番号を写し取る
000000 EvaluateTargetYear.
000000
000000     SET LeapEvalInit TO TRUE.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalRuleVersion TO CurrentRuleVersion.
000000
000000     IF LeapEvalOnDefaults THEN
000000         IF GenSeverity < 4 THEN
000000             MOVE 4 TO GenSeverity
000000         END-IF
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "RULESDEF" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Rules fell back to the built-in defaults"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000     SET LeapEvalCompute TO TRUE.
000000     MOVE TargetYear TO LeapEvalYear.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalFebDays TO TargetFebDays.
000000     MOVE LeapEvalMatchedEra TO TargetEra.
000000
000000*    判定した閏年区分に合わせて月別日数表を組み立てる
000000 BuildMonthLengths.
000000
000000     MOVE 31 TO MonthDays(1).
000000     MOVE TargetFebDays TO MonthDays(2).
000000     MOVE 31 TO MonthDays(3).
000000     MOVE 30 TO MonthDays(4).
000000     MOVE 31 TO MonthDays(5).
000000     MOVE 30 TO MonthDays(6).
000000     MOVE 31 TO MonthDays(7).
000000     MOVE 31 TO MonthDays(8).
000000     MOVE 30 TO MonthDays(9).
000000     MOVE 31 TO MonthDays(10).
000000     MOVE 30 TO MonthDays(11).
000000     MOVE 31 TO MonthDays(12).
000000
000000     COMPUTE TargetYearDays = 337 + TargetFebDays.
000000
000000*    一覧表に載せる曜日名の表を組み立てる
000000 LoadWeekdayNames.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "SUN" TO WeekdayName(1)
000000         MOVE "MON" TO WeekdayName(2)
000000         MOVE "TUE" TO WeekdayName(3)
000000         MOVE "WED" TO WeekdayName(4)
000000         MOVE "THU" TO WeekdayName(5)
000000         MOVE "FRI" TO WeekdayName(6)
000000         MOVE "SAT" TO WeekdayName(7)
000000     ELSE
000000         MOVE "日" TO WeekdayName(1)
000000         MOVE "月" TO WeekdayName(2)
000000         MOVE "火" TO WeekdayName(3)
000000         MOVE "水" TO WeekdayName(4)
000000         MOVE "木" TO WeekdayName(5)
000000         MOVE "金" TO WeekdayName(6)
000000         MOVE "土" TO WeekdayName(7)
000000     END-IF.
000000
000000*    １月１日の曜日をツェラーの公式で求める。以後の曜日
000000*    は通算日から繰り上げる。適用された規則がユリウス暦
000000*    のときはユリウス暦用の公式を使う
000000 ComputeJanFirstDayOfWeek.
000000
000000     MOVE 1 TO ZellerQ.
000000     MOVE 13 TO ZellerM.
000000     COMPUTE ZellerYear = TargetYear - 1.
000000     COMPUTE ZellerK = FUNCTION MOD(ZellerYear, 100).
000000     COMPUTE ZellerJ = (ZellerYear - ZellerK) / 100.
000000
000000     COMPUTE ZellerTermM = (13 * (ZellerM + 1)) / 5.
000000     COMPUTE ZellerK4 = ZellerK / 4.
000000     COMPUTE ZellerJ4 = ZellerJ / 4.
000000
000000     IF TargetEra = "J" OR
000000         (TargetEra = SPACE AND TargetYear < 1582) THEN
000000         COMPUTE ZellerH = FUNCTION MOD(ZellerQ +
000000             ZellerTermM + ZellerK + ZellerK4 +
000000             5 + (6 * ZellerJ), 7)
000000     ELSE
000000         COMPUTE ZellerH = FUNCTION MOD(ZellerQ +
000000             ZellerTermM + ZellerK + ZellerK4 +
000000             ZellerJ4 + (5 * ZellerJ), 7)
000000     END-IF.
000000
000000     COMPUTE JanFirstDayOfWeek =
000000         FUNCTION MOD(ZellerH + 6, 7) + 1.
000000
000000*    通算日(CandidateDoy)の曜日を１月１日の曜日から求める
000000 ComputeDoyDayOfWeek.
000000
000000     COMPUTE DayOfWeekValue = FUNCTION MOD(
000000         JanFirstDayOfWeek + CandidateDoy - 2, 7) + 1.
000000
000000*    月日(CandidateMonth/CandidateDay)を通算日へ直す
000000 TurnMonthDayIntoDoy.
000000
000000     MOVE CandidateDay TO CandidateDoy.
000000     PERFORM VARYING MonthCursor FROM 1 BY 1
000000         UNTIL MonthCursor >= CandidateMonth
000000         ADD MonthDays(MonthCursor) TO CandidateDoy
000000     END-PERFORM.
000000
000000*    通算日(CandidateDoy)を月日へ戻す
000000 TurnDoyIntoMonthDay.
000000
000000     MOVE CandidateDoy TO DoyRemain.
000000     MOVE 1 TO CandidateMonth.
000000     PERFORM UNTIL DoyRemain <= MonthDays(CandidateMonth)
000000         SUBTRACT MonthDays(CandidateMonth) FROM DoyRemain
000000         ADD 1 TO CandidateMonth
000000     END-PERFORM.
000000     MOVE DoyRemain TO CandidateDay.
000000
000000*    規則ファイルを読み、対象年に有効な規則から基本の
000000*    祝日(固定日・第ｎ曜日・春分/秋分)を組み立てる。
000000*    振替休日と国民の休日は設ける指定だけを控える
000000 LoadHolidayRules.
000000
000000     OPEN INPUT HolidayRuleFile.
000000     IF HolidayRuleFileStatus = "35" THEN
000000         MOVE 12 TO GenSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "HOLRULE not found; skipped."
000000         ELSE
000000             DISPLAY "HOLRULEが見つからないため"
000000             DISPLAY "中止しました。"
000000         END-IF
000000     ELSE
000000         MOVE "N" TO RuleEof
000000         PERFORM UNTIL RuleAtEnd
000000             READ HolidayRuleFile
000000                 AT END
000000                     MOVE "Y" TO RuleEof
000000                 NOT AT END
000000                     ADD 1 TO RuleReadCount
000000                     PERFORM ApplyOneRule
000000             END-READ
000000         END-PERFORM
000000         CLOSE HolidayRuleFile
000000         IF RuleReadCount = 0 THEN
000000             MOVE 12 TO GenSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "HOLRULE is empty; skipped."
000000             ELSE
000000                 DISPLAY "HOLRULEが空のため"
000000                 DISPLAY "中止しました。"
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000*    規則１件を種別ごとに振り分ける。有効期間外の規則は
000000*    黙って読み飛ばす
000000 ApplyOneRule.
000000
000000     IF HolRuleFromYear IS NOT NUMERIC OR
000000         HolRuleToYear IS NOT NUMERIC THEN
000000         PERFORM SkipBadRule
000000     ELSE
000000         IF (HolRuleFromYear > 0 AND
000000             TargetYear < HolRuleFromYear) OR
000000             (HolRuleToYear > 0 AND
000000             TargetYear > HolRuleToYear) THEN
000000             CONTINUE
000000         ELSE
000000             EVALUATE TRUE
000000                 WHEN HolRuleFixed
000000                     PERFORM ApplyFixedRule
000000                 WHEN HolRuleNthWeekday
000000                     PERFORM ApplyNthWeekdayRule
000000                 WHEN HolRuleVernal
000000                 WHEN HolRuleAutumnal
000000                     PERFORM ApplyEquinoxRule
000000                 WHEN HolRuleSubstitute
000000                     MOVE "Y" TO SubstituteWanted
000000                     MOVE HolRuleName TO SubstituteName
000000                 WHEN HolRuleCitizens
000000                     MOVE "Y" TO CitizensWanted
000000                     MOVE HolRuleName TO CitizensName
000000                 WHEN OTHER
000000                     PERFORM SkipBadRule
000000             END-EVALUATE
000000         END-IF
000000     END-IF.
000000
000000*    固定日の規則。月日が対象年の暦に無ければ読み飛ばす
000000 ApplyFixedRule.
000000
000000     IF HolRuleMonth IS NOT NUMERIC OR
000000         HolRuleDay IS NOT NUMERIC OR
000000         HolRuleMonth < 1 OR HolRuleMonth > 12 THEN
000000         PERFORM SkipBadRule
000000     ELSE
000000         IF HolRuleDay < 1 OR
000000             HolRuleDay > MonthDays(HolRuleMonth) THEN
000000             PERFORM SkipBadRule
000000         ELSE
000000             MOVE HolRuleMonth TO CandidateMonth
000000             MOVE HolRuleDay TO CandidateDay
000000             PERFORM TurnMonthDayIntoDoy
000000             PERFORM AddBaseHoliday
000000         END-IF
000000     END-IF.
000000
000000*    第ｎ曜日の規則。月初の曜日から最初の該当曜日を求め、
000000*    (ｎ-1)週を足す。月内に第ｎ曜日が無ければ読み飛ばす
000000 ApplyNthWeekdayRule.
000000
000000     IF HolRuleMonth IS NOT NUMERIC OR
000000         HolRuleNth IS NOT NUMERIC OR
000000         HolRuleWeekday IS NOT NUMERIC OR
000000         HolRuleMonth < 1 OR HolRuleMonth > 12 OR
000000         HolRuleNth < 1 OR HolRuleNth > 5 OR
000000         HolRuleWeekday < 1 OR HolRuleWeekday > 7 THEN
000000         PERFORM SkipBadRule
000000     ELSE
000000         MOVE HolRuleMonth TO CandidateMonth
000000         MOVE 1 TO CandidateDay
000000         PERFORM TurnMonthDayIntoDoy
000000         PERFORM ComputeDoyDayOfWeek
000000         MOVE DayOfWeekValue TO MonthFirstDayOfWeek
000000         COMPUTE CandidateDay = 1 + FUNCTION MOD(
000000             HolRuleWeekday - MonthFirstDayOfWeek + 7, 7)
000000             + (HolRuleNth - 1) * 7
000000         IF CandidateDay > MonthDays(CandidateMonth) THEN
000000             PERFORM SkipBadRule
000000         ELSE
000000             PERFORM TurnMonthDayIntoDoy
000000             PERFORM AddBaseHoliday
000000         END-IF
000000     END-IF.
000000
000000*    春分日(３月)・秋分日(９月)の規則。計算式の係数は
000000*    1900〜2150年の範囲でしか定まらないため、範囲外の年
000000*    は読み飛ばす
000000 ApplyEquinoxRule.
000000
000000     IF TargetYear < 1900 OR TargetYear > 2150 THEN
000000         PERFORM SkipBadRule
000000     ELSE
000000         PERFORM ComputeEquinoxDay
000000         IF HolRuleVernal THEN
000000             MOVE 3 TO CandidateMonth
000000         ELSE
000000             MOVE 9 TO CandidateMonth
000000         END-IF
000000         MOVE EquinoxDay TO CandidateDay
000000         PERFORM TurnMonthDayIntoDoy
000000         PERFORM AddBaseHoliday
000000     END-IF.
000000
000000*    春分日・秋分日の日を求める。閏補正は(年-基準年)/4の
000000*    整数部(負の値も０の方へ切捨て)で、1980年より前は
000000*    基準年を1983年とする
000000 ComputeEquinoxDay.
000000
000000     EVALUATE TRUE
000000         WHEN TargetYear < 1980
000000             MOVE 1983 TO EquinoxBaseYear
000000             IF HolRuleVernal THEN
000000                 MOVE 20.8357 TO EquinoxConstant
000000             ELSE
000000                 MOVE 23.2588 TO EquinoxConstant
000000             END-IF
000000         WHEN TargetYear < 2100
000000             MOVE 1980 TO EquinoxBaseYear
000000             IF HolRuleVernal THEN
000000                 MOVE 20.8431 TO EquinoxConstant
000000             ELSE
000000                 MOVE 23.2488 TO EquinoxConstant
000000             END-IF
000000         WHEN OTHER
000000             MOVE 1980 TO EquinoxBaseYear
000000             IF HolRuleVernal THEN
000000                 MOVE 21.8510 TO EquinoxConstant
000000             ELSE
000000                 MOVE 24.2488 TO EquinoxConstant
000000             END-IF
000000     END-EVALUATE.
000000
000000     COMPUTE EquinoxOffset = TargetYear - 1980.
000000     COMPUTE EquinoxLeapTerm = FUNCTION INTEGER-PART(
000000         (TargetYear - EquinoxBaseYear) / 4).
000000     COMPUTE EquinoxValue = EquinoxConstant +
000000         0.242194 * EquinoxOffset - EquinoxLeapTerm.
000000     COMPUTE EquinoxDay = FUNCTION INTEGER(EquinoxValue).
000000
000000*    内容の誤った規則を数え、警告の完了コードにする
000000 SkipBadRule.
000000
000000     ADD 1 TO RuleSkipCount.
000000     IF GenSeverity < 4 THEN
000000         MOVE 4 TO GenSeverity
000000     END-IF.
000000     IF LanguageEnglish THEN
000000         DISPLAY "Warning: rule skipped: "
000000             HolidayRuleRecord
000000     ELSE
000000         DISPLAY "警告: 規則を読み飛ばし"
000000         DISPLAY HolidayRuleRecord
000000     END-IF.
000000
000000*    基本の祝日１件を作業テーブルへ加える。同じ日が既に
000000*    あれば先に読んだ規則を優先する
000000 AddBaseHoliday.
000000
000000     MOVE HolRuleName TO CandidateName.
000000     MOVE HolRuleKind TO CandidateKind.
000000     PERFORM FindGenDoy.
000000     IF NOT GenDoyTaken THEN
000000         PERFORM InsertGenEntry
000000     END-IF.
000000
000000*    通算日(CandidateDoy)が作業テーブルに既にあるか調べる
000000 FindGenDoy.
000000
000000     MOVE "N" TO GenFound.
000000     PERFORM VARYING GenProbe FROM 1 BY 1
000000         UNTIL GenProbe > GenUsed
000000         IF GenDoy(GenProbe) = CandidateDoy THEN
000000             MOVE "Y" TO GenFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    候補１件を通算日の昇順を崩さない位置へ差し込む。
000000*    テーブルが一杯なら数えるだけにする
000000 InsertGenEntry.
000000
000000     IF GenUsed >= 60 THEN
000000         ADD 1 TO GenDroppedCount
000000     ELSE
000000         COMPUTE GenInsertAt = GenUsed + 1
000000         PERFORM VARYING GenProbe FROM 1 BY 1
000000             UNTIL GenProbe > GenUsed
000000             IF GenDoy(GenProbe) > CandidateDoy THEN
000000                 MOVE GenProbe TO GenInsertAt
000000                 EXIT PERFORM
000000             END-IF
000000         END-PERFORM
000000         PERFORM VARYING GenShift FROM GenUsed BY -1
000000             UNTIL GenShift < GenInsertAt
000000             MOVE GenEntry(GenShift) TO GenEntry(GenShift + 1)
000000         END-PERFORM
000000         MOVE CandidateDoy TO GenDoy(GenInsertAt)
000000         MOVE CandidateName TO GenName(GenInsertAt)
000000         MOVE CandidateKind TO GenKind(GenInsertAt)
000000         ADD 1 TO GenUsed
000000     END-IF.
000000
000000*    前日と翌日がともに基本の祝日である日を国民の休日に
000000*    する(その日自体が祝日か日曜日なら設けない)
000000 GenerateCitizensHolidays.
000000
000000     PERFORM VARYING GenScan FROM 1 BY 1
000000         UNTIL GenScan >= GenUsed
000000         IF GenKind(GenScan) NOT = "S" AND
000000             GenKind(GenScan) NOT = "C" AND
000000             GenKind(GenScan + 1) NOT = "S" AND
000000             GenKind(GenScan + 1) NOT = "C" AND
000000             GenDoy(GenScan + 1) = GenDoy(GenScan) + 2 THEN
000000             COMPUTE CandidateDoy = GenDoy(GenScan) + 1
000000             PERFORM ComputeDoyDayOfWeek
000000             IF DayOfWeekValue NOT = 1 THEN
000000                 MOVE CitizensName TO CandidateName
000000                 MOVE "C" TO CandidateKind
000000                 PERFORM InsertGenEntry
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000
000000*    日曜日に当たる基本の祝日について、その後で最も近い
000000*    祝日でない日を振替休日にする。年を越える場合は
000000*    翌年分の生成に任せて設けない
000000 GenerateSubstituteHolidays.
000000
000000     PERFORM VARYING GenScan FROM 1 BY 1
000000         UNTIL GenScan > GenUsed
000000         MOVE GenDoy(GenScan) TO CandidateDoy
000000         PERFORM ComputeDoyDayOfWeek
000000         IF DayOfWeekValue = 1 AND
000000             GenKind(GenScan) NOT = "S" AND
000000             GenKind(GenScan) NOT = "C" THEN
000000             PERFORM FindSubstituteDay
000000         END-IF
000000     END-PERFORM.
000000
000000*    日曜の祝日(CandidateDoy)の翌日から、祝日でない日まで
000000*    進めて振替休日を差し込む
000000 FindSubstituteDay.
000000
000000     MOVE "Y" TO GenFound.
000000     PERFORM UNTIL NOT GenDoyTaken
000000         OR CandidateDoy >= TargetYearDays
000000         ADD 1 TO CandidateDoy
000000         PERFORM FindGenDoy
000000     END-PERFORM.
000000
000000     IF NOT GenDoyTaken THEN
000000         MOVE SubstituteName TO CandidateName
000000         MOVE "S" TO CandidateKind
000000         PERFORM InsertGenEntry
000000     END-IF.
000000
000000*    HOLIDFの対象年の行だけを作り直す。他の年の行を作業
000000*    ファイルへ退避し、HOLIDFを開き直して書き戻した後に
000000*    生成した祝日を日付順に書き足す
000000 RewriteHolidayFile.
000000
000000     OPEN OUTPUT HolidayWorkFile.
000000     OPEN INPUT HolidayFile.
000000     IF HolidayFileStatus NOT = "35" THEN
000000         MOVE "N" TO HolidayEof
000000         PERFORM UNTIL HolidayAtEnd
000000             READ HolidayFile
000000                 AT END
000000                     MOVE "Y" TO HolidayEof
000000                 NOT AT END
000000                     IF HolidayDate(1:4) NOT =
000000                         TargetYearDigits THEN
000000                         WRITE HolidayWorkRecord
000000                             FROM HolidayRecord
000000                         ADD 1 TO OtherYearCount
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE HolidayFile
000000     END-IF.
000000     CLOSE HolidayWorkFile.
000000
000000     OPEN OUTPUT HolidayFile.
000000     OPEN INPUT HolidayWorkFile.
000000     MOVE "N" TO WorkEof.
000000     PERFORM UNTIL WorkAtEnd
000000         READ HolidayWorkFile
000000             AT END
000000                 MOVE "Y" TO WorkEof
000000             NOT AT END
000000                 WRITE HolidayRecord FROM HolidayWorkRecord
000000         END-READ
000000     END-PERFORM.
000000     CLOSE HolidayWorkFile.
000000
000000     PERFORM VARYING GenScan FROM 1 BY 1
000000         UNTIL GenScan > GenUsed
000000         MOVE GenDoy(GenScan) TO CandidateDoy
000000         PERFORM TurnDoyIntoMonthDay
000000         COMPUTE GenDate = TargetYearDigits * 10000
000000             + CandidateMonth * 100 + CandidateDay
000000         MOVE GenDate TO HolidayDate
000000         MOVE GenName(GenScan) TO HolidayName
000000         WRITE HolidayRecord
000000     END-PERFORM.
000000     CLOSE HolidayFile.
000000
000000*    日付モードの祝日表は200件までしか持てないため、
000000*    超えたときは警告して古い年の整理を促す
000000     COMPUTE HolidfTotal = OtherYearCount + GenUsed.
000000     IF HolidfTotal > 200 OR GenDroppedCount > 0 THEN
000000         IF GenSeverity < 4 THEN
000000             MOVE 4 TO GenSeverity
000000         END-IF
000000     END-IF.
000000     IF HolidfTotal > 200 THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: HOLIDF holds " HolidfTotal
000000             DISPLAY " entries; date mode reads 200."
000000         ELSE
000000             DISPLAY "警告: HOLIDFが " HolidfTotal
000000             DISPLAY " 件で祝日表の200件を"
000000             DISPLAY "超えています。"
000000         END-IF
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "HOLIDFUL" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "HOLIDF holds " HolidfTotal
000000             " entries; date mode reads 200"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000*    生成した祝日の一覧表と件数の脚注を書き出す
000000 WriteHolidayListing.
000000
000000     OPEN OUTPUT HolidayReportFile.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "HOLIDAY CALENDAR FOR YEAR " TargetYearDigits
000000             "  RULES VERSION " CurrentRuleVersion
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "祝日カレンダー " TargetYearDigits
000000             "年  規則版 " CurrentRuleVersion
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000     PERFORM WriteReportLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "DATE      DAY KIND NAME" TO ReportBuffer
000000     ELSE
000000         MOVE "日付      曜日 種別 名称" TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     PERFORM VARYING GenScan FROM 1 BY 1
000000         UNTIL GenScan > GenUsed
000000         PERFORM WriteListingEntry
000000     END-PERFORM.
000000
000000     PERFORM WriteReportLine.
000000     MOVE GenUsed TO EditedTally.
000000     IF LanguageEnglish THEN
000000         STRING "HOLIDAYS GENERATED " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "生成した祝日     " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000     MOVE OtherYearCount TO EditedTally.
000000     IF LanguageEnglish THEN
000000         STRING "OTHER YEARS KEPT   " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "残した他年の行   " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000     MOVE RuleSkipCount TO EditedTally.
000000     IF LanguageEnglish THEN
000000         STRING "RULES SKIPPED      " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "読み飛ばした規則 " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000     IF GenDroppedCount > 0 THEN
000000         MOVE GenDroppedCount TO EditedTally
000000         IF LanguageEnglish THEN
000000             STRING "TABLE FULL, DROPPED" EditedTally
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         ELSE
000000             STRING "表溢れで捨てた祝日" EditedTally
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         END-IF
000000         PERFORM WriteReportLine
000000     END-IF.
000000
000000     CLOSE HolidayReportFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "HOLIDF rebuilt for " TargetYearDigits
000000         DISPLAY "Listing written to HOLRPT."
000000     ELSE
000000         DISPLAY TargetYearDigits "年のHOLIDFを"
000000         DISPLAY "作り直しました(一覧はHOLRPT)。"
000000     END-IF.
000000
000000*    祝日１件分の一覧行を書き出す
000000 WriteListingEntry.
000000
000000     MOVE GenDoy(GenScan) TO CandidateDoy.
000000     PERFORM TurnDoyIntoMonthDay.
000000     PERFORM ComputeDoyDayOfWeek.
000000     COMPUTE GenDate = TargetYearDigits * 10000
000000         + CandidateMonth * 100 + CandidateDay.
000000     STRING GenDate "  " WeekdayName(DayOfWeekValue)
000000         "  " GenKind(GenScan) "    " GenName(GenScan)
000000         DELIMITED BY SIZE INTO ReportBuffer.
000000     PERFORM WriteReportLine.
000000
000000*    編集済みの１行を報告書ファイルへ書き出す
000000 WriteReportLine.
000000
000000     WRITE HolidayReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "HolidayGen" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "HolidayGen" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
