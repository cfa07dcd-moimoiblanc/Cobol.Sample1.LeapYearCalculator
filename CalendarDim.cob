000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. CalendarDim.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    運用が保守する祝日カレンダーファイル(営業日判定用)
000000     SELECT HolidayFile ASSIGN TO "HOLIDF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HolidayFileStatus.
000000*    データウェアハウスへ渡す暦日ディメンションファイル
000000     SELECT CalendarDimFile ASSIGN TO "CALDIM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CalendarDimFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HolidayFile.
000000 COPY LYCHOL.
000000 FD  CalendarDimFile.
000000 COPY LYCCDIM.
000000 COPY LYCCDCT.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   CalendarDimFileWork.
000000 2       HolidayFileStatus PIC X(2).
000000 2       CalendarDimFileStatus PIC X(2).
000000 2       HolidayEof PIC X(1).
000000     88  HolidayAtEnd VALUE "Y".
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
000000 2       ParmRangeGiven PIC X(1) VALUE "N".
000000 2       ParmToGiven PIC X(1) VALUE "N".
000000
000000*    閏年判定副プログラム(LeapYearEval)の連絡領域。
000000*    ２月の日数と適用規則(暦法)はすべてここから受け取る
000000 COPY LYCLEAP.
000000
000000*    抽出範囲と実行の制御。完了コードは0=正常 12=致命的
000000*    20=祝日カレンダーの無い年を含むため実行拒否
000000 1   DimControl.
000000 2       FromDate.
000000 3           FromYear PIC 9(4).
000000 3           FromMonth PIC 9(2).
000000 3           FromDay PIC 9(2).
000000 2       FromDateValue REDEFINES FromDate PIC 9(8).
000000 2       ToDate.
000000 3           ToYear PIC 9(4).
000000 3           ToMonth PIC 9(2).
000000 3           ToDay PIC 9(2).
000000 2       ToDateValue REDEFINES ToDate PIC 9(8).
000000 2       CurrentRuleVersion PIC 9(5).
000000 2       DimSeverity PIC 9(2).
000000 2       RunStamp PIC X(16).
000000 2       AuditDate PIC 9(8).
000000 2       AuditTime PIC 9(8).
000000 2       DetailCount PIC 9(9).
000000 2       BusinessCount PIC 9(9).
000000 2       DateHashTotal PIC 9(15).
000000 2       RangeState PIC X(1).
000000     88  RangeIsValid VALUE "Y".
000000
000000*    歩行中の日付とその年の判定結果の写し
000000 1   CursorWork.
000000 2       CursorDate.
000000 3           CursorYear PIC 9(4).
000000 3           CursorMonth PIC 9(2).
000000 3           CursorDay PIC 9(2).
000000 2       CursorDateValue REDEFINES CursorDate PIC 9(8).
000000 2       CursorDoy PIC 9(3).
000000 2       CursorYearDone PIC 9(4).
000000 2       CursorFebDays PIC 9(2).
000000 2       CursorEra PIC X(1).
000000 2       CursorLeapFlag PIC X(1).
000000 2       CheckYear PIC 9(4).
000000 2       CheckMonth PIC 9(2).
000000 2       CheckDay PIC 9(2).
000000 2       CheckState PIC X(1).
000000     88  CheckIsValid VALUE "Y".
000000
000000*    月別日数表(判定した閏年区分から組み立てる)
000000 1   MonthLengths.
000000 2       MonthDays OCCURS 12 PIC 9(2).
000000
000000*    抽出範囲の祝日を日付の昇順に保持する作業テーブル。
000000*    明細は日付の昇順に書くため、位置を１つずつ進めて
000000*    突き合わせる
000000 1   HolidayTable.
000000 2       HolidayEntry OCCURS 4000.
000000 3           HolDate PIC 9(8).
000000 3           HolName PIC X(20).
000000 1   HolidayUsed PIC 9(4).
000000 1   HolidayDropped PIC 9(9).
000000 1   HolidayScan PIC 9(4).
000000 1   HolidayShift PIC 9(4).
000000 1   HolidayInsertAt PIC 9(4).
000000 1   DimHolidayHit PIC X(1).
000000     88  DimHolidayOnDate VALUE "Y".
000000
000000*    祝日カレンダーの揃っている年の一覧。積めなかった行の
000000*    ある年は不完全(P)とし、その年を含む抽出は拒否する
000000 1   HolidayCoverage.
000000 2       CoveredEntry OCCURS 200.
000000 3           CoveredYear PIC 9(4).
000000 3           CoveredState PIC X(1).
000000     88  CoveredComplete VALUE "F".
000000     88  CoveredPartial VALUE "P".
000000 2       CoveredUsed PIC 9(3).
000000 2       CoverageYear PIC 9(4).
000000 2       CoverageScan PIC 9(3).
000000 2       CoverageSlot PIC 9(3).
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
000000 2       DayOfWeekValue PIC 9(1).
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
000000     MOVE ZERO TO FromDateValue.
000000     MOVE ZERO TO ToDateValue.
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000         IF LanguageEnglish THEN
000000             DISPLAY "Enter the FROM date (YYYYMMDD): "
000000             ACCEPT FromDate
000000             DISPLAY "Enter the TO date (YYYYMMDD): "
000000             ACCEPT ToDate
000000         ELSE
000000             DISPLAY "開始日(YYYYMMDD)を"
000000             DISPLAY "入力して下さい"
000000             ACCEPT FromDate
000000             DISPLAY "終了日(YYYYMMDD)を"
000000             DISPLAY "入力して下さい"
000000             ACCEPT ToDate
000000         END-IF
000000         MOVE "Y" TO ParmRangeGiven
000000         MOVE "Y" TO ParmToGiven
000000     END-IF.
000000
000000     MOVE 0 TO DimSeverity.
000000     MOVE 0 TO DetailCount.
000000     MOVE 0 TO BusinessCount.
000000     MOVE 0 TO DateHashTotal.
000000
000000     SET LeapEvalInit TO TRUE.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalRuleVersion TO CurrentRuleVersion.
000000
000000     IF LeapEvalOnDefaults THEN
000000         IF DimSeverity < 4 THEN
000000             MOVE 4 TO DimSeverity
000000         END-IF
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "RULESDEF" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Rules fell back to the built-in defaults"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000     PERFORM ValidateRange.
000000     IF NOT RangeIsValid THEN
000000         MOVE 12 TO DimSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "FROM= and TO= (valid YYYYMMDD,"
000000             DISPLAY "FROM <= TO, at most 200 years)"
000000             DISPLAY "are required; skipped."
000000         ELSE
000000             DISPLAY "FROM=とTO=(正当なYYYYMMDDで"
000000             DISPLAY "FROM<=TO、200年以内)の指定が"
000000             DISPLAY "必要です。中止します。"
000000         END-IF
000000     ELSE
000000         PERFORM LoadHolidayTable
000000         PERFORM CheckRangeCoverage
000000     END-IF.
000000
000000*    営業日区分を誤った表を渡すより、１件も書かずに止める
000000*    (警告どまりなら書き出す)
000000     IF DimSeverity < 8 THEN
000000         PERFORM WriteDimension
000000     END-IF.
000000
000000     MOVE DimSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE DimSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、FROM=/TO=/
000000*    LANG=の指定を反映する(Program.cobのParseParmと同じ
000000*    流儀)
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
000000         WHEN "FROM"
000000             MOVE ParmTokenVal(1:8) TO FromDate
000000             MOVE "Y" TO ParmRangeGiven
000000         WHEN "TO"
000000             MOVE ParmTokenVal(1:8) TO ToDate
000000             MOVE "Y" TO ParmToGiven
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    FROMとTOがそれぞれ暦の上に実在する日付で、FROMが
000000*    TO以前かつ範囲が200年以内であることを確かめる
000000 ValidateRange.
000000
000000     MOVE "N" TO RangeState.
000000     IF ParmRangeGiven NOT = "Y" OR ParmToGiven NOT = "Y"
000000         OR FromDate IS NOT NUMERIC
000000         OR ToDate IS NOT NUMERIC THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE FromYear TO CheckYear.
000000     MOVE FromMonth TO CheckMonth.
000000     MOVE FromDay TO CheckDay.
000000     PERFORM ValidateOneDate.
000000     IF NOT CheckIsValid THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE ToYear TO CheckYear.
000000     MOVE ToMonth TO CheckMonth.
000000     MOVE ToDay TO CheckDay.
000000     PERFORM ValidateOneDate.
000000     IF NOT CheckIsValid THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF FromDateValue > ToDateValue OR
000000         ToYear - FromYear >= 200 THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "Y" TO RangeState.
000000
000000*    日付１件(CheckYear/Month/Day)が暦の上に実在するか
000000*    を、判定した閏年区分の月別日数表で確かめる
000000 ValidateOneDate.
000000
000000     MOVE "N" TO CheckState.
000000     IF CheckYear = 0 OR CheckMonth < 1 OR CheckMonth > 12
000000         THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE CheckYear TO CursorYear.
000000     PERFORM EvaluateCursorYear.
000000     IF CheckDay >= 1 AND CheckDay <= MonthDays(CheckMonth)
000000         THEN
000000         MOVE "Y" TO CheckState
000000     END-IF.
000000
000000*    HOLIDFから抽出範囲の年の祝日だけを読み込み、日付の
000000*    昇順に並べて積む。その年を揃っている年として控える
000000 LoadHolidayTable.
000000
000000     MOVE 0 TO HolidayUsed.
000000     MOVE 0 TO HolidayDropped.
000000     MOVE 0 TO CoveredUsed.
000000
000000     OPEN INPUT HolidayFile.
000000     IF HolidayFileStatus NOT = "35" THEN
000000         MOVE "N" TO HolidayEof
000000         PERFORM UNTIL HolidayAtEnd
000000             READ HolidayFile
000000                 AT END
000000                     MOVE "Y" TO HolidayEof
000000                 NOT AT END
000000                     IF HolidayDate IS NUMERIC THEN
000000                         MOVE HolidayDate(1:4) TO CoverageYear
000000                         IF CoverageYear >= FromYear AND
000000                             CoverageYear <= ToYear THEN
000000                             PERFORM StoreHolidayEntry
000000                         END-IF
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE HolidayFile
000000         IF HolidayDropped > 0 THEN
000000             IF DimSeverity < 4 THEN
000000                 MOVE 4 TO DimSeverity
000000             END-IF
000000             MOVE 4 TO AlertRequestSeverity
000000             MOVE "HOLIDFUL" TO AlertRequestCode
000000             MOVE SPACES TO AlertRequestText
000000             STRING "Holiday table full; " HolidayDropped
000000                 " entries ignored"
000000                 DELIMITED BY SIZE INTO AlertRequestText
000000             PERFORM RaiseConditionAlert
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Warning: holiday table full; "
000000                     HolidayDropped " entries ignored."
000000             ELSE
000000                 DISPLAY "警告: 祝日表が一杯のため"
000000                 DISPLAY HolidayDropped
000000                     " 件を無視しました。"
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000*    祝日１件分を日付の昇順の位置へ差し込み、その年を
000000*    揃っている年として控える。積めなかった年は不完全に
000000*    する
000000 StoreHolidayEntry.
000000
000000     PERFORM FindCoveredYear.
000000     IF CoverageSlot = 0 AND CoveredUsed < 200 THEN
000000         ADD 1 TO CoveredUsed
000000         MOVE CoveredUsed TO CoverageSlot
000000         MOVE CoverageYear TO CoveredYear(CoverageSlot)
000000         MOVE "F" TO CoveredState(CoverageSlot)
000000     END-IF.
000000
000000     IF HolidayUsed >= 4000 THEN
000000         ADD 1 TO HolidayDropped
000000         IF CoverageSlot > 0 THEN
000000             MOVE "P" TO CoveredState(CoverageSlot)
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE HolidayUsed TO HolidayInsertAt.
000000     ADD 1 TO HolidayInsertAt.
000000     PERFORM VARYING HolidayScan FROM HolidayUsed BY -1
000000         UNTIL HolidayScan < 1
000000         IF HolDate(HolidayScan) > HolidayDate THEN
000000             MOVE HolidayScan TO HolidayInsertAt
000000         ELSE
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     PERFORM VARYING HolidayShift FROM HolidayUsed BY -1
000000         UNTIL HolidayShift < HolidayInsertAt
000000         MOVE HolidayEntry(HolidayShift)
000000             TO HolidayEntry(HolidayShift + 1)
000000     END-PERFORM.
000000
000000     ADD 1 TO HolidayUsed.
000000     MOVE HolidayDate TO HolDate(HolidayInsertAt).
000000     MOVE HolidayName TO HolName(HolidayInsertAt).
000000
000000*    揃っている年の一覧からCoverageYearを探し、見つかった
000000*    位置をCoverageSlotに返す(無ければ0)
000000 FindCoveredYear.
000000
000000     MOVE 0 TO CoverageSlot.
000000     PERFORM VARYING CoverageScan FROM 1 BY 1
000000         UNTIL CoverageScan > CoveredUsed
000000         IF CoveredYear(CoverageScan) = CoverageYear THEN
000000             MOVE CoverageScan TO CoverageSlot
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    抽出範囲の各年の祝日カレンダーが揃っているか調べ、
000000*    揃っていない年があれば完了コード20で実行を拒否する
000000*    (日付モードのCheckYearCoverageと同じ扱い)
000000 CheckRangeCoverage.
000000
000000     PERFORM VARYING CoverageYear FROM FromYear BY 1
000000         UNTIL CoverageYear > ToYear OR DimSeverity = 20
000000         PERFORM FindCoveredYear
000000         IF CoverageSlot = 0 THEN
000000             PERFORM RefuseUncoveredYear
000000         ELSE
000000             IF NOT CoveredComplete(CoverageSlot) THEN
000000                 PERFORM RefuseUncoveredYear
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000
000000*    祝日カレンダーの揃っていない年を示して拒否する
000000 RefuseUncoveredYear.
000000
000000     MOVE 20 TO DimSeverity.
000000     IF LanguageEnglish THEN
000000         DISPLAY "HOLIDF has no complete holiday"
000000         DISPLAY "calendar for " CoverageYear
000000             "; run refused."
000000     ELSE
000000         DISPLAY "HOLIDFに " CoverageYear " 年の祝日が"
000000         DISPLAY "揃っていないため実行を"
000000         DISPLAY "拒否しました。"
000000     END-IF.
000000
000000*    ヘッダ、FROMからTOまでの明細、トレーラを書き出す
000000 WriteDimension.
000000
000000     OPEN OUTPUT CalendarDimFile.
000000
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO RunStamp.
000000     PERFORM WriteDimHeader.
000000
000000     MOVE FromDateValue TO CursorDateValue.
000000     MOVE 0 TO CursorYearDone.
000000     MOVE 1 TO HolidayScan.
000000     PERFORM UNTIL CursorDateValue > ToDateValue
000000         IF CursorYear NOT = CursorYearDone THEN
000000             PERFORM EvaluateCursorYear
000000             PERFORM ComputeCursorDoy
000000         END-IF
000000         PERFORM WriteDimDetail
000000         PERFORM AdvanceCursorDay
000000     END-PERFORM.
000000
000000     PERFORM WriteDimTrailer.
000000     CLOSE CalendarDimFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Calendar records written: " DetailCount
000000         DISPLAY "Output file: CALDIM"
000000     ELSE
000000         DISPLAY "暦日レコード件数: " DetailCount
000000         DISPLAY "出力先: CALDIM"
000000     END-IF.
000000
000000*    CursorYearを閏年判定副プログラムで評価し、月別日数
000000*    表を組み立てる
000000 EvaluateCursorYear.
000000
000000     SET LeapEvalCompute TO TRUE.
000000     MOVE CursorYear TO LeapEvalYear.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalFebDays TO CursorFebDays.
000000     MOVE LeapEvalMatchedEra TO CursorEra.
000000     IF LeapEvalReturnCode = 10 THEN
000000         MOVE "Y" TO CursorLeapFlag
000000     ELSE
000000         MOVE "N" TO CursorLeapFlag
000000     END-IF.
000000     MOVE CursorYear TO CursorYearDone.
000000     PERFORM BuildMonthLengths.
000000
000000*    判定した閏年区分に合わせて月別日数表を組み立てる
000000 BuildMonthLengths.
000000
000000     MOVE 31 TO MonthDays(1).
000000     MOVE CursorFebDays TO MonthDays(2).
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
000000*    歩行の開始日(または年初)の通算日を月別日数表の積み
000000*    上げで求める。以後は１日ごとに繰り上げる
000000 ComputeCursorDoy.
000000
000000     MOVE CursorDay TO CursorDoy.
000000     PERFORM VARYING CheckMonth FROM 1 BY 1
000000         UNTIL CheckMonth >= CursorMonth
000000         ADD MonthDays(CheckMonth) TO CursorDoy
000000     END-PERFORM.
000000
000000*    歩行中の日付の明細１件を書き出す
000000 WriteDimDetail.
000000
000000     MOVE SPACES TO CalendarDimRecord.
000000     SET CalDimDetail TO TRUE.
000000     MOVE CursorDateValue TO CalDimDate.
000000     MOVE CursorYear TO CalDimYear.
000000     MOVE CursorMonth TO CalDimMonth.
000000     MOVE CursorDay TO CalDimDay.
000000     COMPUTE CalDimQuarter = (CursorMonth + 2) / 3.
000000     MOVE CursorDoy TO CalDimDayOfYear.
000000     PERFORM ComputeDayOfWeek.
000000     MOVE DayOfWeekValue TO CalDimDayOfWeek.
000000     MOVE CursorLeapFlag TO CalDimLeapFlag.
000000
000000*    祝日表の位置を当日まで進める
000000     PERFORM UNTIL HolidayScan > HolidayUsed
000000         OR HolDate(HolidayScan) >= CursorDateValue
000000         ADD 1 TO HolidayScan
000000     END-PERFORM.
000000
000000*    祝日名は土日に当たってもHOLIDFのとおり載せる。営業日
000000*    区分はProgram.cobのProbeWalkDateと同じく土日と祝日を
000000*    非営業日とする
000000     MOVE "N" TO DimHolidayHit.
000000     IF HolidayScan <= HolidayUsed THEN
000000         IF HolDate(HolidayScan) = CursorDateValue THEN
000000             MOVE "Y" TO DimHolidayHit
000000             MOVE HolName(HolidayScan) TO CalDimHolidayName
000000         END-IF
000000     END-IF.
000000
000000     IF DayOfWeekValue = 1 OR DayOfWeekValue = 7 OR
000000         DimHolidayOnDate THEN
000000         MOVE "N" TO CalDimBusinessFlag
000000     ELSE
000000         MOVE "Y" TO CalDimBusinessFlag
000000     END-IF.
000000
000000*    締め日はPeriodCalと同じく月の末日・3/6/9/12月の
000000*    末日・12月31日
000000     MOVE "N" TO CalDimMonthEndFlag.
000000     MOVE "N" TO CalDimQuarterEndFlag.
000000     MOVE "N" TO CalDimYearEndFlag.
000000     IF CursorDay = MonthDays(CursorMonth) THEN
000000         MOVE "Y" TO CalDimMonthEndFlag
000000         IF CursorMonth = 3 OR CursorMonth = 6 OR
000000             CursorMonth = 9 OR CursorMonth = 12 THEN
000000             MOVE "Y" TO CalDimQuarterEndFlag
000000         END-IF
000000         IF CursorMonth = 12 THEN
000000             MOVE "Y" TO CalDimYearEndFlag
000000         END-IF
000000     END-IF.
000000
000000     MOVE CurrentRuleVersion TO CalDimRuleVersion.
000000     WRITE CalendarDimRecord.
000000
000000     ADD 1 TO DetailCount.
000000     ADD CursorDateValue TO DateHashTotal.
000000     IF CalDimBusinessDay THEN
000000         ADD 1 TO BusinessCount
000000     END-IF.
000000
000000*    歩行位置を翌日へ進める。月末は判定した閏年区分から
000000*    組み立てた月別日数表に従う
000000 AdvanceCursorDay.
000000
000000     ADD 1 TO CursorDoy.
000000     ADD 1 TO CursorDay.
000000     IF CursorDay > MonthDays(CursorMonth) THEN
000000         MOVE 1 TO CursorDay
000000         ADD 1 TO CursorMonth
000000         IF CursorMonth > 12 THEN
000000             MOVE 1 TO CursorMonth
000000             ADD 1 TO CursorYear
000000         END-IF
000000     END-IF.
000000
000000*    ヘッダレコード(抽出範囲・規則版数)を書き出す
000000 WriteDimHeader.
000000
000000     SET CalDimHeader TO TRUE.
000000     MOVE RunStamp TO CalDimControlStamp.
000000     MOVE SPACES TO CalDimControlBody.
000000     MOVE FromDateValue TO CalDimFromDate.
000000     MOVE ToDateValue TO CalDimToDate.
000000     MOVE CurrentRuleVersion TO CalDimHeaderRuleVersion.
000000     WRITE CalendarDimControl.
000000
000000*    トレーラレコード(明細件数・営業日件数・日付ハッシュ
000000*    計)を書き出す
000000 WriteDimTrailer.
000000
000000     SET CalDimTrailer TO TRUE.
000000     MOVE RunStamp TO CalDimControlStamp.
000000     MOVE SPACES TO CalDimControlBody.
000000     MOVE DetailCount TO CalDimDetailCount.
000000     MOVE BusinessCount TO CalDimBusinessCount.
000000     MOVE DateHashTotal TO CalDimDateHash.
000000     WRITE CalendarDimControl.
000000
000000*    歩行中の日付の曜日をツェラーの公式で求める。適用
000000*    された規則がユリウス暦のときはユリウス暦用の公式を
000000*    使う(規則無適用の1582年より前も同様)
000000 ComputeDayOfWeek.
000000
000000     MOVE CursorDay TO ZellerQ.
000000     MOVE CursorMonth TO ZellerM.
000000     MOVE CursorYear TO ZellerYear.
000000     IF ZellerM <= 2 THEN
000000         COMPUTE ZellerM = ZellerM + 12
000000         COMPUTE ZellerYear = ZellerYear - 1
000000     END-IF.
000000     COMPUTE ZellerK = FUNCTION MOD(ZellerYear, 100).
000000     COMPUTE ZellerJ = (ZellerYear - ZellerK) / 100.
000000
000000     COMPUTE ZellerTermM = (13 * (ZellerM + 1)) / 5.
000000     COMPUTE ZellerK4 = ZellerK / 4.
000000     COMPUTE ZellerJ4 = ZellerJ / 4.
000000
000000     IF CursorEra = "J" OR
000000         (CursorEra = SPACE AND CursorYear < 1582) THEN
000000         COMPUTE ZellerH = FUNCTION MOD(ZellerQ +
000000             ZellerTermM + ZellerK + ZellerK4 +
000000             5 + (6 * ZellerJ), 7)
000000     ELSE
000000         COMPUTE ZellerH = FUNCTION MOD(ZellerQ +
000000             ZellerTermM + ZellerK + ZellerK4 +
000000             ZellerJ4 + (5 * ZellerJ), 7)
000000     END-IF.
000000
000000     COMPUTE DayOfWeekValue =
000000         FUNCTION MOD(ZellerH + 6, 7) + 1.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "CalendarDim" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "CalendarDim" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
