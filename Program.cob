000000     SELECT ResponseFile ASSIGN TO "RESPOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ResponseFileStatus.
000000*    運用が保守する元号表(和暦日付の変換用)
000000     SELECT EraTableFile ASSIGN TO "ERATBL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EraTableFileStatus.
000000*    和暦変換モードの変換結果ファイル
000000     SELECT EraOutputFile ASSIGN TO "ERAOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EraOutputFileStatus.
000000*    ISO週暦モードの結果ファイル
000000     SELECT WeekOutputFile ASSIGN TO "WEEKOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS WeekOutputFileStatus.
000000*    年割合モードで使用する日数計算基準の依頼ファイル
000000     SELECT DayCountInputFile ASSIGN TO "DCFIN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DayCountInputFileStatus.
000000*    年割合モードの計算結果ファイル
000000     SELECT DayCountOutputFile ASSIGN TO "DCFOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DayCountOutputFileStatus.
000000*    支払日程モードで使用する日程の依頼ファイル
000000     SELECT ScheduleInputFile ASSIGN TO "SCHEDIN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ScheduleInputFileStatus.
000000*    支払日程モードの日程結果ファイル
000000     SELECT ScheduleOutputFile ASSIGN TO "SCHEDOUT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ScheduleOutputFileStatus.
000000*    暦コードごとの改暦日を持つ改暦表
000000     SELECT CutoverFile ASSIGN TO "CUTOVER"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CutoverFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  YearInputFile.
000000 COPY LYCRESP.
000000 FD  RuleLockFile.
000000 COPY LYCRLCK.
000000 FD  EraTableFile.
000000 COPY LYCERA.
000000 FD  EraOutputFile.
000000 COPY LYCERAO.
000000 FD  WeekOutputFile.
000000 COPY LYCWEEK.
000000 FD  DayCountInputFile.
000000 COPY LYCDCFI.
000000 FD  DayCountOutputFile.
000000 COPY LYCDCFO.
000000 FD  ScheduleInputFile.
000000 COPY LYCSCHI.
000000 FD  ScheduleOutputFile.
000000 COPY LYCSCHO.
000000 FD  CutoverFile.
000000 COPY LYCCUTV.
000000 WORKING-STORAGE SECTION.
000000
000000*    閏年計算したい西暦
000000 2       FactTotalDays PIC 9(3).
000000
000000*    ジョブステップの完了コード(0=正常 4=警告 8=入力
000000*    却下あり 12=致命的 16=実行ロック衝突 20=祝日カレン
000000*    ダーの無い年を含むため実行拒否)。年ごとの判定結果は
000000*    LEAPOUTとAUDITFにのみ残し、完了コードは重大度だけを
000000*    表す
000000 1   SeverityControl.
000000 2       RunSeverity PIC 9(2) VALUE 0.
000000 2       SeverityCandidate PIC 9(2).
000000     88  RunModeMixed VALUE "M".
000000     88  RunModeCalc VALUE "A".
000000     88  RunModeAnniv VALUE "L".
000000     88  RunModeEra VALUE "E".
000000     88  RunModeIsoWeek VALUE "W".
000000     88  RunModeDayCount VALUE "F".
000000     88  RunModeSchedule VALUE "S".
000000 2       LanguageFlag PIC X(1) VALUE "J".
000000     88  LanguageJapanese VALUE "J".
000000     88  LanguageEnglish VALUE "E".
000000 1   RulesWork.
000000 2       RuleLockFileStatus PIC X(2).
000000 2       CurrentRuleVersion PIC 9(5).
000000 2       RulesLockContention PIC X(1) VALUE "N".
000000     88  RulesLockContended VALUE "Y".
000000
000000*    承認済み規則変更の反映副プログラム(RuleApply)の
000000*    連絡領域
000000 COPY LYCRAPL.
000000
000000*    監査証跡の連鎖値計算副プログラム(AuditChain)の連絡
000000*    領域。区画実行でない時だけAUDITFの連鎖を継ぎ足す
000000 COPY LYCCHAN.
000000 1   AuditChainStartSeq PIC 9(9).
000000 1   AuditScanEof PIC X(1).
000000     88  AuditScanAtEnd VALUE "Y".
000000
000000*    バッチ入出力ファイルのオープン結果
000000 1   BatchFileWork.
000000 1   HolidayEofFlag PIC X(1).
000000     88  HolidayAtEnd VALUE "Y".
000000
000000*    祝日カレンダーが揃っている年の一覧。祝日表が一杯で
000000*    途中までしか積めなかった年は不完全(P)として残し、
000000*    揃っていない年の日付を扱う実行は拒否する
000000 1   HolidayCoverage.
000000 2       CoveredEntry OCCURS 50.
000000 3           CoveredYear PIC 9(4).
000000 3           CoveredState PIC X(1).
000000     88  CoveredComplete VALUE "F".
000000     88  CoveredPartial VALUE "P".
000000 2       CoveredUsed PIC 9(3).
000000 2       CoverageYear PIC 9(4).
000000 2       CoverageScan PIC 9(3).
000000 2       CoverageSlot PIC 9(3).
000000 2       CoverageFound PIC X(1).
000000     88  CoverageIsComplete VALUE "Y".
000000 2       CoverageRefusal PIC X(1).
000000     88  CoverageRefused VALUE "Y".
000000
000000*    営業日判定で使用する作業領域。翌・前営業日を探す
000000*    歩行は共有の日付項目を使い回すため、書出しに必要な
000000*    判定値は歩行前に退避して歩行後に戻す
000000 2       CrSlot PIC 9(1).
000000 2       MixedReasonText PIC X(40).
000000
000000*    和暦日付の変換で使用する作業領域。元号表は改元日の
000000*    昇順に並べて持ち、元号の終わりは次の元号の改元日の
000000*    前日とする
000000 1   EraWork.
000000 2       EraTableFileStatus PIC X(2).
000000 2       EraOutputFileStatus PIC X(2).
000000 2       EraEof PIC X(1).
000000     88  EraAtEnd VALUE "Y".
000000 2       EraEntry OCCURS 20.
000000 3           EraTabCode PIC X(1).
000000 3           EraTabName PIC X(12).
000000 3           EraTabStart PIC 9(8).
000000 2       EraUsed PIC 9(2).
000000 2       EraDropped PIC 9(5).
000000 2       EraScan PIC 9(2).
000000 2       EraShift PIC 9(2).
000000 2       EraInsertAt PIC 9(2).
000000 2       EraSlot PIC 9(2).
000000 2       EraOrigText PIC X(8).
000000 2       EraFormCode PIC X(1).
000000 2       EraFormRest PIC X(7).
000000 2       EraDotCount PIC 9(1).
000000 2       EraPartYear PIC X(2).
000000 2       EraPartMonth PIC X(2).
000000 2       EraPartDay PIC X(2).
000000 2       EraPartYearLen PIC 9(1).
000000
000000*    改暦表と実行中の暦。ローマ(1582年)・英国(1752年)・
000000*    日本(1873年)を組込みで持ち、CUTOVERの行で同じ暦
000000*    コードを置き換え、または追加する。実行の暦はPARMの
000000*    CAL=(既定RO)で選び、混在依頼は依頼ごとに選べる。
000000*    欠日は１年の中に収まるため、その年(GapYear)の何日目
000000*    から何日分が欠けるかだけを持てば足りる
000000 1   CutoverWork.
000000 2       CutoverFileStatus PIC X(2).
000000 2       CutoverEof PIC X(1).
000000     88  CutoverAtEnd VALUE "Y".
000000 2       CutoverEntry OCCURS 20.
000000 3           CutTabCode PIC X(2).
000000 3           CutTabLastOld PIC 9(8).
000000 3           CutTabFirstNew PIC 9(8).
000000 3           CutTabOldRule PIC X(1).
000000 3           CutTabName PIC X(20).
000000 2       CutoverUsed PIC 9(2).
000000 2       CutoverDropped PIC 9(5).
000000 2       CutoverScan PIC 9(2).
000000 2       CutoverSlot PIC 9(2).
000000 2       RunCalendarCode PIC X(2) VALUE "RO".
000000 2       WantedCalendar PIC X(2).
000000 2       CalendarState PIC X(1) VALUE "Y".
000000     88  CalendarFound VALUE "Y".
000000 2       ActiveCalendar PIC X(2) VALUE SPACES.
000000     88  ActiveCalendarRome VALUE "RO".
000000 2       ActiveLastOld PIC 9(8) VALUE 0.
000000 2       ActiveLastOldParts REDEFINES ActiveLastOld.
000000 3           ActiveLastOldYear PIC 9(4).
000000 3           ActiveLastOldMonth PIC 9(2).
000000 3           ActiveLastOldDay PIC 9(2).
000000 2       ActiveFirstNew PIC 9(8) VALUE 0.
000000 2       ActiveFirstNewParts REDEFINES ActiveFirstNew.
000000 3           ActiveFirstNewYear PIC 9(4).
000000 3           ActiveFirstNewMonth PIC 9(2).
000000 3           ActiveFirstNewDay PIC 9(2).
000000 2       ActiveOldRule PIC X(1) VALUE "G".
000000     88  ActiveOldJulian VALUE "J".
000000 2       GapYear PIC 9(5) VALUE 0.
000000 2       GapFirstDoy PIC 9(3) VALUE 0.
000000 2       GapDays PIC 9(3) VALUE 0.
000000 2       GapProbeDate PIC 9(9).
000000 2       GapOldYear PIC 9(5).
000000 2       GapOldYearDays PIC 9(3).
000000 2       GapLastOldDoy PIC 9(3).
000000 2       GapFirstNewDoy PIC 9(3).
000000 2       EraPartMonthLen PIC 9(1).
000000 2       EraPartDayLen PIC 9(1).
000000 2       EraYearValue PIC 9(3).
000000 2       EraMonthValue PIC 9(2).
000000 2       EraDayValue PIC 9(2).
000000 2       EraGregYear PIC 9(5).
000000 2       EraStartYear PIC 9(4).
000000 2       EraGregDate PIC 9(8).
000000 2       EraConvState PIC X(1).
000000     88  EraConvFailed VALUE "Y".
000000 2       EraFormSeen PIC X(1).
000000     88  EraFormGiven VALUE "Y".
000000 2       EraReasonText PIC X(40).
000000 2       EraOutCount PIC 9(9).
000000 2       CoverageDateText PIC X(8).
000000
000000*    ISO週暦モードで使用する作業領域。ISO曜日は1=月曜〜
000000*    7=日曜(ComputeDayOfWeekの1=日曜〜7=土曜から直す)
000000 1   IsoWeekWork.
000000 2       WeekOutputFileStatus PIC X(2).
000000 2       WeekOutCount PIC 9(9).
000000 2       IsoAsk PIC X(1).
000000     88  IsoAskYear VALUE "Y".
000000     88  IsoAskDate VALUE "D".
000000     88  IsoAskRange VALUE "R".
000000 2       IsoFactYear PIC 9(5).
000000 2       IsoFactLeap PIC X(1).
000000 2       IsoFactLong PIC X(1).
000000     88  IsoFactIsLong VALUE "Y".
000000 2       IsoFactWeeks PIC 9(2).
000000 2       IsoFactMonday PIC 9(8).
000000 2       IsoJanFirstWeekday PIC 9(1).
000000 2       IsoMondayDoy PIC S9(3).
000000 2       IsoDateYear PIC 9(4).
000000 2       IsoDateLeap PIC X(1).
000000 2       IsoDateDoy PIC 9(3).
000000 2       IsoWeekday PIC 9(1).
000000 2       IsoWeekYear PIC 9(5).
000000 2       IsoWeekNumber PIC S9(3).
000000 2       IsoLongCount PIC 9(9).
000000
000000*    年割合モードで使用する作業領域。２日付は早い順に
000000*    並べ替えて数え、日付２が過去なら結果を負にする。
000000*    実日数は年ごとに閏年・平年へ分けて積み上げる
000000 1   DayCountWork.
000000 2       DayCountInputFileStatus PIC X(2).
000000 2       DayCountOutputFileStatus PIC X(2).
000000 2       DayCountEof PIC X(1).
000000     88  DayCountAtEnd VALUE "Y".
000000 2       ParmConvGiven PIC X(1) VALUE "N".
000000 2       DayCountConvText PIC X(8).
000000     88  DayCountAct365F VALUE "ACT365F".
000000     88  DayCountAct360 VALUE "ACT360".
000000     88  DayCountActAct VALUE "ACTACT".
000000     88  DayCount30360 VALUE "30360".
000000     88  DayCount30E360 VALUE "30E360".
000000     88  DayCountAct365L VALUE "ACT365L".
000000     88  DayCountConvKnown VALUE "ACT365F" "ACT360"
000000         "ACTACT" "30360" "30E360" "ACT365L".
000000 2       DayCountDate1Text PIC X(8).
000000 2       DayCountDate2Text PIC X(8).
000000 2       DayCountState PIC X(1).
000000     88  DayCountFailed VALUE "Y".
000000 2       DayCountRejectInput PIC X(8).
000000 2       DayCountReasonText PIC X(40).
000000 2       DayCountGreg1 PIC 9(8).
000000 2       DayCountGreg2 PIC 9(8).
000000 2       DayCountLeapFlag1 PIC X(1).
000000 2       DayCountLeapFlag2 PIC X(1).
000000 2       DayCountEndA.
000000 3           DayCountYearA PIC 9(4).
000000 3           DayCountMonthA PIC 9(2).
000000 3           DayCountDayA PIC 9(2).
000000 3           DayCountDoyA PIC 9(3).
000000 2       DayCountEndB.
000000 3           DayCountYearB PIC 9(4).
000000 3           DayCountMonthB PIC 9(2).
000000 3           DayCountDayB PIC 9(2).
000000 3           DayCountDoyB PIC 9(3).
000000 2       DayCountEndHold PIC X(11).
000000 2       DayCountSwapFlag PIC X(1).
000000     88  DayCountSwapped VALUE "Y".
000000 2       DayCountCursorYear PIC 9(4).
000000 2       DayCountSpanStart PIC 9(3).
000000 2       DayCountSpanEnd PIC 9(3).
000000 2       DayCountPortion PIC 9(3).
000000 2       DayCountActual PIC S9(9).
000000 2       DayCountDays PIC S9(9).
000000 2       DayCountLeapDays PIC 9(9).
000000 2       DayCountNonLeapDays PIC 9(9).
000000 2       DayCountFeb29 PIC X(1).
000000 2       DayCountBasis PIC 9(3).
000000 2       DayCountIsdaSum PIC 9(5)V9(14).
000000 2       DayCountFraction PIC S9(5)V9(10).
000000 2       DayCountFractionShown PIC -(5)9.9(10).
000000 2       DayCountD1 PIC 9(2).
000000 2       DayCountD2 PIC 9(2).
000000 2       DayCountOutCount PIC 9(9).
000000
000000*    支払日程モードで使用する作業領域。各回の調整前の日付
000000*    は前回の日付からではなく開始日から月数を進めて求め、
000000*    短い月で日が詰まっても後の回へ持ち越さない。依頼１件
000000*    分の日程を表に組み上げてから書き出す
000000 1   ScheduleWork.
000000 2       ScheduleInputFileStatus PIC X(2).
000000 2       ScheduleOutputFileStatus PIC X(2).
000000 2       ScheduleEof PIC X(1).
000000     88  ScheduleAtEnd VALUE "Y".
000000 2       SchedRequestId PIC X(8).
000000 2       SchedStartText PIC X(8).
000000 2       SchedFrequency PIC X(1).
000000     88  SchedMonthly VALUE "M".
000000     88  SchedQuarterly VALUE "Q".
000000     88  SchedSemiannual VALUE "S".
000000     88  SchedAnnual VALUE "A".
000000 2       SchedPeriodsText PIC X(3).
000000 2       SchedEndText PIC X(8).
000000 2       SchedEomFlag PIC X(1).
000000     88  SchedEomWanted VALUE "Y".
000000     88  SchedEomFlagValid VALUE "Y" "N" SPACE.
000000 2       SchedConvention PIC X(1).
000000     88  SchedFollowing VALUE "F".
000000     88  SchedModFollowing VALUE "M".
000000     88  SchedPreceding VALUE "P".
000000     88  SchedNoAdjust VALUE "N" SPACE.
000000     88  SchedConventionValid VALUE "F" "M" "P" "N" SPACE.
000000 2       SchedState PIC X(1).
000000     88  SchedFailed VALUE "Y".
000000 2       SchedReasonText PIC X(40).
000000 2       SchedStep PIC 9(2).
000000 2       SchedPeriodCount PIC 9(3).
000000 2       SchedEndDate PIC 9(8).
000000 2       SchedStartDate PIC 9(8).
000000 2       SchedStartYear PIC 9(4).
000000 2       SchedStartMonth PIC 9(2).
000000 2       SchedStartDay PIC 9(2).
000000 2       SchedStartAtEom PIC X(1).
000000     88  SchedStartIsEom VALUE "Y".
000000 2       SchedIndex PIC 9(3).
000000 2       SchedMonthCount PIC 9(5).
000000 2       SchedYearsAhead PIC 9(4).
000000 2       SchedMonthRem PIC 9(2).
000000 2       SchedRollYear PIC 9(5).
000000 2       SchedRollMonth PIC 9(2).
000000 2       SchedRollDay PIC 9(2).
000000 2       SchedRollDate PIC 9(8).
000000 2       SchedAdjDate PIC 9(8).
000000 2       SchedAdjFlag PIC X(1).
000000 2       SchedStubFlag PIC X(1).
000000 2       SchedPrevDate PIC 9(8).
000000 2       SchedProbe.
000000 3           SchedProbeYear PIC 9(4).
000000 3           SchedProbeMonth PIC 9(2).
000000 3           SchedProbeDay PIC 9(2).
000000 2       SchedFromYear PIC 9(4).
000000 2       SchedFromDoy PIC 9(3).
000000 2       SchedToYear PIC 9(4).
000000 2       SchedToDoy PIC 9(3).
000000 2       SchedCursorYear PIC 9(4).
000000 2       SchedSpanDays PIC S9(7).
000000 2       SchedLoopState PIC X(1).
000000     88  SchedLoopEnded VALUE "Y".
000000 2       SchedUsed PIC 9(3).
000000 2       SchedEntry OCCURS 600.
000000 3           SchedTabStart PIC 9(8).
000000 3           SchedTabUnadj PIC 9(8).
000000 3           SchedTabAdj PIC 9(8).
000000 3           SchedTabDays PIC 9(5).
000000 3           SchedTabAdjusted PIC X(1).
000000 3           SchedTabStub PIC X(1).
000000 2       SchedWriteIndex PIC 9(3).
000000 2       ScheduleOutCount PIC 9(9).
000000
000000*    入力自動補修で使用する作業領域。補修規則は補修規則
000000*    ファイルから読み込み、有効な種別だけを適用する
000000 1   RepairWork.
000000 2       CalcAsk PIC X(1).
000000     88  CalcAskDiff VALUE "B".
000000     88  CalcAskOffset VALUE "O".
000000     88  CalcAskBizDiff VALUE "W".
000000     88  CalcAskBizOffset VALUE "N".
000000 2       CalcDaysText PIC X(10).
000000 2       CalcDate1Text PIC X(8).
000000 2       CalcYearA PIC 9(5).
000000 2       ResultDay PIC 9(2).
000000 2       ResultDate PIC 9(8).
000000 2       CalcOutCount PIC 9(9).
000000*    営業日の計算(W/N)で使用する作業領域。数え上げは
000000*    DetermineBusinessDayと同じ歩行で１日ずつ進める
000000 2       ParmBizGiven PIC X(1) VALUE "N".
000000 2       BizFromDate PIC 9(8).
000000 2       BizToDate PIC 9(8).
000000 2       BizTarget PIC 9(7).
000000 2       BizMoved PIC 9(9).
000000 2       BizHolidaysSkipped PIC 9(7).
000000 2       BizWeekendsSkipped PIC 9(7).
000000 2       BizSpanDays PIC S9(9).
000000 2       BizCoverYear PIC 9(4).
000000 2       BizFromYear PIC 9(4).
000000 2       BizToYear PIC 9(4).
000000
000000*    記念日モードで使用する作業領域。平年の２月２９日の
000000*    振替先はポリシーファイルに従う
000000 2       ObservedDay PIC 9(2).
000000 2       AnnivOutCount PIC 9(9).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000             DISPLAY "Mode (I=Interactive B=Batch"
000000             DISPLAY " R=Range C=Reconcile Q=Inquiry"
000000             DISPLAY " D=Date M=Mixed A=Arithmetic"
000000             DISPLAY " L=Leapling E=Era W=ISO week"
000000             DISPLAY " F=Year fraction S=Schedule): "
000000             ACCEPT ModeSwitch
000000         ELSE
000000             DISPLAY "実行モード(I=対話 B=バッチ"
000000             DISPLAY " R=範囲 C=照合 Q=照会 D=日付"
000000             DISPLAY " M=混在 A=日付計算 L=記念日"
000000             DISPLAY " E=和暦 W=ISO週 F=年割合"
000000             DISPLAY " S=支払日程)を"
000000             DISPLAY "入力して下さい"
000000             ACCEPT ModeSwitch
000000         END-IF
000000*    約束を守り、運用要約からロック衝突が見えるように)
000000         PERFORM InitializeRunControl
000000         PERFORM WriteRunLog
000000         MOVE RunSeverity TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE RunSeverity TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     IF PartitionId = 0 THEN
000000         PERFORM LoadAuditChain
000000     END-IF.
000000
000000     OPEN EXTEND AuditFile.
000000     IF AuditFileStatus = "35" THEN
000000         OPEN OUTPUT AuditFile
000000
000000     PERFORM AcquireRulesLock.
000000
000000     PERFORM ApplyDueRuleChanges.
000000
000000     PERFORM OpenLeapMaster.
000000
000000     PERFORM LoadRules.
000000
000000     PERFORM LoadCutoverTable.
000000     PERFORM SelectRunCalendar.
000000
000000     PERFORM SelfTest.
000000
000000     PERFORM InitializeRunControl.
000000         PERFORM WriteRunHeader
000000     END-IF.
000000
000000*    自己診断に失敗した規則、または改暦表に無い暦では
000000*    １件も処理しない
000000     IF NOT SelfTestFailed AND CalendarFound THEN
000000         EVALUATE TRUE
000000             WHEN RunModeBatch
000000                 PERFORM BatchProcess
000000                 PERFORM CalcProcess
000000             WHEN RunModeAnniv
000000                 PERFORM AnnivProcess
000000             WHEN RunModeEra
000000                 PERFORM EraProcess
000000             WHEN RunModeIsoWeek
000000                 PERFORM IsoWeekProcess
000000             WHEN RunModeDayCount
000000                 PERFORM DayCountProcess
000000             WHEN RunModeSchedule
000000                 PERFORM ScheduleProcess
000000             WHEN OTHER
000000                 PERFORM SingleProcess
000000         END-EVALUATE
000000     CLOSE AuditFile.
000000     CLOSE LeapYearOutputFile.
000000
000000     IF PartitionId = 0 AND ChainSeq > AuditChainStartSeq THEN
000000         MOVE "P" TO ChainFunction
000000         CALL "AuditChain" USING AuditChainArea
000000     END-IF.
000000
000000     PERFORM ReleaseRunLock.
000000
000000     PERFORM ReleaseRulesLock.
000000
000000     MOVE RunSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE RunSeverity TO RETURN-CODE.
000000
000000     STOP RUN.
000000             COMPUTE CalcDaysValue =
000000                 FUNCTION NUMVAL(ParmTokenVal)
000000             MOVE "Y" TO ParmDaysGiven
000000         WHEN "CONV"
000000             MOVE ParmTokenVal(1:8) TO DayCountConvText
000000             MOVE "Y" TO ParmConvGiven
000000         WHEN "BIZ"
000000             MOVE ParmTokenVal(1:1) TO ParmBizGiven
000000         WHEN "BIRTH"
000000             MOVE ParmTokenVal(1:8) TO BirthInputText
000000             MOVE "Y" TO ParmBirthGiven
000000         WHEN "STALE"
000000             COMPUTE LockStaleSeconds =
000000                 FUNCTION NUMVAL(ParmTokenVal)
000000         WHEN "CAL"
000000             MOVE ParmTokenVal(1:2) TO RunCalendarCode
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000     IF NOT RunLockAcquired THEN
000000         MOVE 16 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         MOVE 16 TO AlertRequestSeverity
000000         MOVE "RUNLOCK" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Run lock held by " LockHolderName
000000             "; gave up"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000         IF LanguageEnglish THEN
000000             DISPLAY "Run lock is held by "
000000                 LockHolderName "; giving up after "
000000                 CONTINUE
000000             NOT AT END
000000                 IF LockHeld THEN
000000                     MOVE "Y" TO RulesLockContention
000000                     MOVE 4 TO AlertRequestSeverity
000000                     MOVE "RULESLCK" TO AlertRequestCode
000000                     MOVE SPACES TO AlertRequestText
000000                     STRING "Rules lock held by " LockHolder
000000                         DELIMITED BY SIZE INTO AlertRequestText
000000                     PERFORM RaiseConditionAlert
000000                     IF LanguageEnglish THEN
000000                         DISPLAY "Warning: rules are in use"
000000                         DISPLAY "by " LockHolder
000000     WRITE RuleLockRecord.
000000     CLOSE RuleLockFile.
000000
000000*    AUDITFの連鎖の続きを求める。錨ファイルの値と、現用
000000*    AUDITFに残る最後の連鎖済みレコードのうち通番の大きい
000000*    方から継ぐ(錨を書く前に異常終了した実行の分も連鎖から
000000*    外さないため。退避でAUDITFが空なら錨だけが頼り)
000000 LoadAuditChain.
000000
000000     MOVE "G" TO ChainFunction.
000000     MOVE "AUDITF" TO ChainFileId.
000000     CALL "AuditChain" USING AuditChainArea.
000000
000000     OPEN INPUT AuditFile.
000000     IF AuditFileStatus NOT = "35" THEN
000000         MOVE "N" TO AuditScanEof
000000         PERFORM UNTIL AuditScanAtEnd
000000             READ AuditFile
000000                 AT END
000000                     MOVE "Y" TO AuditScanEof
000000                 NOT AT END
000000                     IF AuditChainSeq IS NUMERIC AND
000000                         AuditChainValue IS NUMERIC AND
000000                         AuditChainSeq > ChainSeq THEN
000000                         MOVE AuditChainSeq TO ChainSeq
000000                         MOVE AuditChainValue TO ChainValue
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE AuditFile
000000     END-IF.
000000
000000     MOVE ChainSeq TO AuditChainStartSeq.
000000
000000*    承認済みで適用日の来た規則変更をRULESFへ反映させて
000000*    から規則を読み込む。基準日はSTAMP=指定があればその
000000*    日付、無ければ当日とする。規則ロックが他で使用中
000000*    だった場合は保守操作と競合しないよう反映を見送る
000000 ApplyDueRuleChanges.
000000
000000     IF RulesLockContended THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: approved rule changes"
000000             DISPLAY "were not applied this run."
000000         ELSE
000000             DISPLAY "警告: 承認済みの規則変更は"
000000             DISPLAY "今回反映しませんでした。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF ParmStampGiven = "Y" AND
000000         ParmStampText(1:8) IS NUMERIC THEN
000000         MOVE ParmStampText(1:8) TO RuleApplyDate
000000     ELSE
000000         ACCEPT RuleApplyDate FROM DATE YYYYMMDD
000000     END-IF.
000000
000000     CALL "RuleApply" USING RuleApplyArea.
000000
000000     IF RuleApplyCount > 0 THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY RuleApplyCount
000000                 " approved rule change(s) applied;"
000000             DISPLAY "rules version is now "
000000                 RuleApplyNewVersion
000000         ELSE
000000             DISPLAY "承認済みの規則変更を "
000000                 RuleApplyCount " 件反映しました。"
000000             DISPLAY "規則の版番号は " RuleApplyNewVersion
000000                 " になりました。"
000000         END-IF
000000     END-IF.
000000
000000     IF RuleApplyStaleCount > 0 THEN
000000         MOVE 4 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: " RuleApplyStaleCount
000000                 " approved change(s) no longer match"
000000             DISPLAY "RULESF and were marked stale."
000000         ELSE
000000             DISPLAY "警告: 承認済みの変更 "
000000                 RuleApplyStaleCount " 件が現在の"
000000             DISPLAY "RULESFと合わず、失効と"
000000             DISPLAY "しました。"
000000         END-IF
000000     END-IF.
000000
000000     IF RuleApplyTableFull THEN
000000         MOVE 4 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: RULESP holds more than 200"
000000             DISPLAY "changes; none were applied."
000000         ELSE
000000             DISPLAY "警告: RULESPが２００件を超えて"
000000             DISPLAY "いるため反映しませんでした。"
000000         END-IF
000000     END-IF.
000000
000000*    実行終了時に規則ロックを解放する
000000 ReleaseRulesLock.
000000
000000     IF LeapEvalOnDefaults THEN
000000         MOVE 4 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "RULESDEF" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Rules fell back to the built-in defaults"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000     IF LeapEvalRulesSeen > LeapEvalRulesLoaded THEN
000000     IF SelfTestFailed THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         MOVE 12 TO AlertRequestSeverity
000000         MOVE "SELFTEST" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Self-test failed; run refused"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000         IF LanguageEnglish THEN
000000             DISPLAY "Self-test failed; the rule table"
000000             DISPLAY "is wrong. No records will be"
000000
000000*    判定済マスターを先に引き、当たればその結果を使う。
000000*    外れたときだけEvaluateYearで計算し、結果をマスターへ
000000*    登録する。マスターはローマの暦の判定だけを持つため、
000000*    他の暦では毎回計算する
000000 ObtainVerdict.
000000
000000     IF NOT MasterAvailable OR NOT ActiveCalendarRome THEN
000000         PERFORM EvaluateYear
000000     ELSE
000000         MOVE CompleteValue TO MasterYear
000000     MOVE LeapEvalFebDays TO FactFebDays.
000000     MOVE LeapEvalTotalDays TO FactTotalDays.
000000
000000*    改暦表を組み立てる。組込みの３暦を先に積み、CUTOVER
000000*    があればその行で同じ暦コードを置き換え、無い暦
000000*    コードは追加する
000000 LoadCutoverTable.
000000
000000     PERFORM LoadDefaultCutovers.
000000     MOVE 0 TO CutoverDropped.
000000
000000     OPEN INPUT CutoverFile.
000000     IF CutoverFileStatus NOT = "35" THEN
000000         MOVE "N" TO CutoverEof
000000         PERFORM UNTIL CutoverAtEnd
000000             READ CutoverFile
000000                 AT END
000000                     MOVE "Y" TO CutoverEof
000000                 NOT AT END
000000                     IF CutoverCode NOT = SPACES AND
000000                         CutoverLastOld IS NUMERIC AND
000000                         CutoverFirstNew IS NUMERIC AND
000000                         CutoverLastOld < CutoverFirstNew AND
000000                         (CutoverOldJulian OR
000000                         CutoverOldGregorian) AND
000000                         (CutoverFirstNew(1:4) =
000000                         CutoverLastOld(1:4) OR
000000                         CutoverFirstNew(5:4) = "0101") THEN
000000                         PERFORM StoreCutoverEntry
000000                     ELSE
000000                         PERFORM WarnBadCutoverRecord
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE CutoverFile
000000         IF CutoverDropped > 0 THEN
000000             MOVE 4 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Warning: cutover table full; "
000000                     CutoverDropped " entries ignored."
000000             ELSE
000000                 DISPLAY "警告: 改暦表が一杯のため"
000000                 DISPLAY CutoverDropped
000000                     " 件を無視しました。"
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000*    組込みの改暦表。ローマは1582年10月4日(木)の翌日を
000000*    10月15日(金)とし、英国は1752年9月2日の翌日を9月14日
000000*    とした。日本は1873年1月1日からグレゴリオ暦を用いた。
000000*    それ以前の太陰太陽暦は扱えないため、西暦の日付は
000000*    遡ったグレゴリオ暦として読み、欠日は無いものとする
000000 LoadDefaultCutovers.
000000
000000     MOVE "RO" TO CutTabCode(1).
000000     MOVE 15821004 TO CutTabLastOld(1).
000000     MOVE 15821015 TO CutTabFirstNew(1).
000000     MOVE "J" TO CutTabOldRule(1).
000000     MOVE "ROME" TO CutTabName(1).
000000     MOVE "GB" TO CutTabCode(2).
000000     MOVE 17520902 TO CutTabLastOld(2).
000000     MOVE 17520914 TO CutTabFirstNew(2).
000000     MOVE "J" TO CutTabOldRule(2).
000000     MOVE "GREAT BRITAIN" TO CutTabName(2).
000000     MOVE "JP" TO CutTabCode(3).
000000     MOVE 18721231 TO CutTabLastOld(3).
000000     MOVE 18730101 TO CutTabFirstNew(3).
000000     MOVE "G" TO CutTabOldRule(3).
000000     MOVE "JAPAN" TO CutTabName(3).
000000     MOVE 3 TO CutoverUsed.
000000
000000*    改暦表の１行を同じ暦コードの位置へ置き換え、無ければ
000000*    末尾へ追加する
000000 StoreCutoverEntry.
000000
000000     COMPUTE CutoverSlot = CutoverUsed + 1.
000000     PERFORM VARYING CutoverScan FROM 1 BY 1
000000         UNTIL CutoverScan > CutoverUsed
000000         IF CutTabCode(CutoverScan) = CutoverCode THEN
000000             MOVE CutoverScan TO CutoverSlot
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF CutoverSlot > 20 THEN
000000         ADD 1 TO CutoverDropped
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF CutoverSlot > CutoverUsed THEN
000000         MOVE CutoverSlot TO CutoverUsed
000000     END-IF.
000000
000000     MOVE CutoverCode TO CutTabCode(CutoverSlot).
000000     MOVE CutoverLastOld TO CutTabLastOld(CutoverSlot).
000000     MOVE CutoverFirstNew TO CutTabFirstNew(CutoverSlot).
000000     MOVE CutoverOldRule TO CutTabOldRule(CutoverSlot).
000000     MOVE CutoverName TO CutTabName(CutoverSlot).
000000
000000*    不正なCUTOVERの行を通知する
000000 WarnBadCutoverRecord.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Skipped malformed CUTOVER record."
000000     ELSE
000000         DISPLAY "不正なCUTOVERレコードを"
000000         DISPLAY "読み飛ばしました。"
000000     END-IF.
000000
000000*    実行時の暦(PARMのCAL=、既定RO)を選ぶ。改暦表に無い
000000*    暦コードは致命的完了とし、本処理を行わない
000000 SelectRunCalendar.
000000
000000     IF RunCalendarCode = SPACES THEN
000000         MOVE "RO" TO RunCalendarCode
000000     END-IF.
000000     MOVE RunCalendarCode TO WantedCalendar.
000000     PERFORM SelectCalendar.
000000
000000     IF NOT CalendarFound THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Calendar " RunCalendarCode
000000                 " is not in the cutover table."
000000             DISPLAY "No records will be processed."
000000         ELSE
000000             DISPLAY "暦コード " RunCalendarCode
000000                 " は改暦表にありません。"
000000             DISPLAY "本処理は行いません。"
000000         END-IF
000000     END-IF.
000000
000000*    WantedCalendarの暦を実行中の暦にする。閏年判定副
000000*    プログラムへ旧暦の最終年(改暦の前年)を渡し、欠日の
000000*    年と位置を求め直す。既に実行中の暦なら何もしない
000000 SelectCalendar.
000000
000000     IF WantedCalendar = ActiveCalendar THEN
000000         MOVE "Y" TO CalendarState
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO CalendarState.
000000     PERFORM VARYING CutoverScan FROM 1 BY 1
000000         UNTIL CutoverScan > CutoverUsed
000000         IF CutTabCode(CutoverScan) = WantedCalendar THEN
000000             MOVE CutoverScan TO CutoverSlot
000000             MOVE "Y" TO CalendarState
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000     IF NOT CalendarFound THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE CutTabCode(CutoverSlot) TO ActiveCalendar.
000000     MOVE CutTabLastOld(CutoverSlot) TO ActiveLastOld.
000000     MOVE CutTabFirstNew(CutoverSlot) TO ActiveFirstNew.
000000     MOVE CutTabOldRule(CutoverSlot) TO ActiveOldRule.
000000
000000     SET LeapEvalCalendar TO TRUE.
000000     IF ActiveOldJulian THEN
000000         COMPUTE LeapEvalOldRuleTo = ActiveFirstNewYear - 1
000000     ELSE
000000         MOVE 0 TO LeapEvalOldRuleTo
000000     END-IF.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000
000000     PERFORM ComputeCutoverGap.
000000
000000*    欠日の年・最初の欠日の通算日・欠日数を求める。旧暦
000000*    最終日と新暦初日が同じ年ならその間、新暦初日が翌年
000000*    １月１日なら旧暦最終日から年末までが欠日になる
000000 ComputeCutoverGap.
000000
000000     MOVE 0 TO GapYear.
000000     MOVE 0 TO GapFirstDoy.
000000     MOVE 0 TO GapDays.
000000
000000     MOVE ActiveLastOldYear TO DateYearPart.
000000     MOVE ActiveLastOldMonth TO DateMonthPart.
000000     MOVE ActiveLastOldDay TO DateDayPart.
000000     MOVE DateYearPart TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     PERFORM BuildMonthLengths.
000000     PERFORM ComputeDayOfYear.
000000     MOVE DayOfYearTotal TO GapLastOldDoy.
000000     MOVE DateYearPart TO GapOldYear.
000000     MOVE FactTotalDays TO GapOldYearDays.
000000
000000     MOVE ActiveFirstNewYear TO DateYearPart.
000000     MOVE ActiveFirstNewMonth TO DateMonthPart.
000000     MOVE ActiveFirstNewDay TO DateDayPart.
000000     MOVE DateYearPart TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     PERFORM BuildMonthLengths.
000000     PERFORM ComputeDayOfYear.
000000     MOVE DayOfYearTotal TO GapFirstNewDoy.
000000
000000     IF DateYearPart = GapOldYear THEN
000000         COMPUTE GapDays = GapFirstNewDoy - GapLastOldDoy - 1
000000     ELSE
000000         COMPUTE GapDays = GapOldYearDays - GapLastOldDoy
000000     END-IF.
000000
000000     IF GapDays > 0 THEN
000000         MOVE GapOldYear TO GapYear
000000         COMPUTE GapFirstDoy = GapLastOldDoy + 1
000000     END-IF.
000000
000000*    実行時刻印と実行単位の集計を初期化する(制御レコード
000000*    を書かない照会モードでも実行記録には時刻印が要る)
000000 InitializeRunControl.
000000     MOVE 0 TO CalcOutCount.
000000     MOVE 0 TO RepairedCount.
000000     MOVE 0 TO AnnivOutCount.
000000     MOVE 0 TO EraOutCount.
000000     MOVE 0 TO WeekOutCount.
000000     MOVE 0 TO DayCountOutCount.
000000     MOVE 0 TO ScheduleOutCount.
000000
000000*    実行単位のヘッダレコードをLEAP-YEAR-OUTPUT-FILEへ
000000*    書き出す
000000             MOVE "DATEIN" TO ControlRunSource
000000         WHEN RunModeMixed
000000             MOVE "REQIN" TO ControlRunSource
000000         WHEN RunModeDayCount AND ParmDateGiven = "N"
000000             AND ParmLength > 0
000000             MOVE "DCFIN" TO ControlRunSource
000000         WHEN RunModeSchedule AND ParmLength > 0
000000             MOVE "SCHEDIN" TO ControlRunSource
000000         WHEN OTHER
000000             MOVE "TERMINAL" TO ControlRunSource
000000     END-EVALUATE.
000000     MOVE InputReadCount TO RunLogReadCount.
000000     COMPUTE RunLogOutputCount =
000000         DetailCount + DateOutCount + ResponseCount
000000         + CalcOutCount + AnnivOutCount + EraOutCount
000000         + WeekOutCount + DayCountOutCount
000000         + ScheduleOutCount.
000000     MOVE ExceptionWriteCount TO RunLogExceptionCount.
000000     MOVE RunSeverity TO RunLogOutcome.
000000     MOVE ParmText TO RunLogParmText.
000000     MOVE CurrentRuleVersion TO AuditRuleVersion.
000000     MOVE MatchedEra TO AuditMatchedEra.
000000
000000     PERFORM ChainAuditRecord.
000000     WRITE AuditRecord.
000000
000000*    監査証跡１件に連鎖の通番と連鎖値を付ける。連鎖値は
000000*    連鎖値欄を0とした１件全体と直前の連鎖値から求める。
000000*    区画実行のAUDITFnは0のまま書き、PartMergeが併合時に
000000*    AUDITFの連鎖へ繋ぐ
000000 ChainAuditRecord.
000000
000000     MOVE 0 TO AuditChainSeq.
000000     MOVE 0 TO AuditChainValue.
000000     IF PartitionId NOT = 0 THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     ADD 1 TO ChainSeq.
000000     MOVE ChainSeq TO AuditChainSeq.
000000     MOVE "H" TO ChainFunction.
000000     MOVE AuditRecord TO ChainData.
000000     MOVE LENGTH OF AuditRecord TO ChainDataLength.
000000     CALL "AuditChain" USING AuditChainArea.
000000     MOVE ChainValue TO AuditChainValue.
000000
000000*    判定結果１件をLEAP-YEAR-OUTPUT-FILEへ追記する。
000000*    対話/範囲/バッチのどのモードからも呼ばれる、後続
000000*    ジョブ向けの機械可読な唯一の結果レコード
000000 DateProcess.
000000
000000     PERFORM LoadHolidayTable.
000000     PERFORM LoadEraTable.
000000     MOVE "N" TO CoverageRefusal.
000000
000000     OPEN EXTEND DateOutputFile.
000000     IF DateOutputFileStatus = "35" THEN
000000         OPEN OUTPUT DateOutputFile
000000     END-IF.
000000
000000*    祝日カレンダーの揃っていない年の日付は営業日判定を
000000*    誤るため、１件も処理せずに拒否する
000000     IF ParmDateGiven = "Y" THEN
000000         PERFORM CheckDateCoverage
000000         IF NOT CoverageRefused THEN
000000             PERFORM DateProcessSingle
000000         END-IF
000000     ELSE
000000         IF ParmLength > 0 THEN
000000             PERFORM PrescanDateCoverage
000000             IF NOT CoverageRefused THEN
000000                 PERFORM DateBatchProcess
000000             END-IF
000000         ELSE
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the date to check"
000000                 DISPLAY "入力して下さい"
000000             END-IF
000000             ACCEPT DateInputText
000000             PERFORM CheckDateCoverage
000000             IF NOT CoverageRefused THEN
000000                 PERFORM DateProcessSingle
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000 DateProcessSingle.
000000
000000     ADD 1 TO InputReadCount.
000000     PERFORM TakeEraFormDate.
000000     IF EraConvFailed THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY EraReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000     PERFORM ValidateWholeDate.
000000
000000     IF DateIsValid THEN
000000             NOT AT END
000000                 ADD 1 TO InputReadCount
000000                 MOVE InputDate TO DateInputText
000000                 PERFORM TakeEraFormDate
000000                 IF EraConvFailed THEN
000000                     MOVE InputDate TO ExceptionInput
000000                     MOVE EraReasonText TO ExceptionReason
000000                     PERFORM WriteExceptionRecord
000000                 ELSE
000000                     PERFORM ValidateWholeDate
000000                     IF DateIsValid THEN
000000                         PERFORM WriteDateOutput
000000                     ELSE
000000                         MOVE InputDate TO ExceptionInput
000000                         MOVE DateReasonText
000000                             TO ExceptionReason
000000                         PERFORM WriteExceptionRecord
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000                         TO DateReasonText
000000                 END-IF
000000             ELSE
000000                 COMPUTE GapProbeDate = DateYearPart * 10000
000000                     + DateMonthPart * 100 + DateDayPart
000000                 IF GapProbeDate > ActiveLastOld AND
000000                     GapProbeDate < ActiveFirstNew THEN
000000                     IF LanguageEnglish THEN
000000                         MOVE "Date was dropped at the cutover."
000000                             TO DateReasonText
000000                     ELSE
000000                         MOVE "改暦で欠けた日付です。"
000000                             TO DateReasonText
000000                     END-IF
000000                 ELSE
000000                     MOVE "Y" TO DateState
000000                     PERFORM ComputeDayOfYear
000000                     PERFORM ComputeDayOfWeek
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-IF.
000000     MOVE 30 TO MonthDays(11).
000000     MOVE 31 TO MonthDays(12).
000000
000000*    年初からの通算日を月別日数表の積み上げで求める。
000000*    改暦の年は欠日より後の日付から欠日数を差し引く
000000 ComputeDayOfYear.
000000
000000     MOVE 0 TO DayOfYearTotal.
000000     END-PERFORM.
000000     ADD DateDayPart TO DayOfYearTotal.
000000
000000     IF DateYearPart = GapYear AND
000000         DayOfYearTotal >= GapFirstDoy + GapDays THEN
000000         SUBTRACT GapDays FROM DayOfYearTotal
000000     END-IF.
000000
000000*    ツェラーの公式で曜日(1=日曜〜7=土曜)を求める。
000000*    適用された規則がユリウス暦のときはユリウス暦用の
000000*    公式を使う(規則無適用の1582年より前も同様)。改暦の
000000*    年は実行中の暦の旧暦最終日までをユリウス暦とする
000000 ComputeDayOfWeek.
000000
000000     COMPUTE GapProbeDate = DateYearPart * 10000
000000         + DateMonthPart * 100 + DateDayPart.
000000     MOVE DateDayPart TO ZellerQ.
000000     MOVE DateMonthPart TO ZellerM.
000000     MOVE DateYearPart TO ZellerYear.
000000     COMPUTE ZellerJ4 = ZellerJ / 4.
000000
000000     IF MatchedEra = "J" OR
000000         (MatchedEra = SPACE AND DateYearPart < 1582) OR
000000         (ActiveOldJulian AND GapProbeDate < ActiveFirstNew)
000000         THEN
000000         COMPUTE ZellerH = FUNCTION MOD(ZellerQ +
000000             ZellerTermM + ZellerK + ZellerK4 +
000000             5 + (6 * ZellerJ), 7)
000000
000000     MOVE 0 TO HolidayUsed.
000000     MOVE 0 TO HolidayDropped.
000000     MOVE 0 TO CoveredUsed.
000000
000000     OPEN INPUT HolidayFile.
000000     IF HolidayFileStatus NOT = "35" THEN
000000         IF HolidayDropped > 0 THEN
000000             MOVE 4 TO SeverityCandidate
000000             PERFORM RaiseSeverity
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
000000         END-IF
000000     END-IF.
000000
000000*    祝日１件分を作業テーブルへ積み込み、その年を揃って
000000*    いる年として控える。積めなかった年は不完全にする
000000 StoreHolidayEntry.
000000
000000     MOVE HolidayDate(1:4) TO CoverageYear.
000000     PERFORM FindCoveredYear.
000000     IF CoverageSlot = 0 AND CoveredUsed < 50 THEN
000000         ADD 1 TO CoveredUsed
000000         MOVE CoveredUsed TO CoverageSlot
000000         MOVE CoverageYear TO CoveredYear(CoverageSlot)
000000         MOVE "F" TO CoveredState(CoverageSlot)
000000     END-IF.
000000
000000     IF HolidayUsed < 200 THEN
000000         ADD 1 TO HolidayUsed
000000         MOVE HolidayDate TO HolDate(HolidayUsed)
000000         MOVE HolidayName TO HolName(HolidayUsed)
000000     ELSE
000000         ADD 1 TO HolidayDropped
000000         IF CoverageSlot > 0 THEN
000000             MOVE "P" TO CoveredState(CoverageSlot)
000000         END-IF
000000     END-IF.
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
000000*    日付(DateInputText)の年の祝日カレンダーが揃っている
000000*    か調べ、揃っていなければ実行を拒否する。桁の誤りは
000000*    後の検証で例外にするためここでは問わない
000000 CheckDateCoverage.
000000
000000*    和暦の形式なら西暦に直した年で調べ、日付は元に戻す
000000     MOVE DateInputText TO CoverageDateText.
000000     PERFORM TakeEraFormDate.
000000     IF DateInputText(1:4) IS NUMERIC AND
000000         NOT EraConvFailed THEN
000000         MOVE DateInputText(1:4) TO CoverageYear
000000         PERFORM CheckYearCoverage
000000     END-IF.
000000     MOVE CoverageDateText TO DateInputText.
000000
000000*    CoverageYearの祝日カレンダーが揃っているか調べ、
000000*    揃っていなければ完了コード20で実行を拒否する
000000 CheckYearCoverage.
000000
000000     MOVE "N" TO CoverageFound.
000000     PERFORM FindCoveredYear.
000000     IF CoverageSlot > 0 THEN
000000         IF CoveredComplete(CoverageSlot) THEN
000000             MOVE "Y" TO CoverageFound
000000         END-IF
000000     END-IF.
000000
000000     IF NOT CoverageIsComplete AND NOT CoverageRefused THEN
000000         MOVE "Y" TO CoverageRefusal
000000         MOVE 20 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "HOLIDF has no complete holiday"
000000             DISPLAY "calendar for " CoverageYear
000000                 "; run refused."
000000         ELSE
000000             DISPLAY "HOLIDFに " CoverageYear
000000                 " 年の祝日が"
000000             DISPLAY "揃っていないため実行を"
000000             DISPLAY "拒否しました。"
000000         END-IF
000000     END-IF.
000000
000000*    DATE-INPUT-FILEを先読みし、祝日カレンダーの揃って
000000*    いない年の日付が１件でもあれば処理前に拒否する
000000 PrescanDateCoverage.
000000
000000     OPEN INPUT DateInputFile.
000000     IF DateInputFileStatus NOT = "35" THEN
000000         MOVE "N" TO DateEof
000000         PERFORM UNTIL DateAtEnd OR CoverageRefused
000000             READ DateInputFile
000000                 AT END
000000                     MOVE "Y" TO DateEof
000000                 NOT AT END
000000                     MOVE InputDate TO DateInputText
000000                     PERFORM CheckDateCoverage
000000             END-READ
000000         END-PERFORM
000000         CLOSE DateInputFile
000000     END-IF.
000000
000000*    検証済みの日付１件について営業日区分・祝日名・翌
000000     END-PERFORM.
000000     MOVE WalkDate TO BizNextDate.
000000
000000*    前営業日(翌営業日の歩行で日付項目が進んでいるため、
000000*    歩行の起点は元の日付から取り直す)
000000     MOVE DateInputText(1:4) TO WalkYear.
000000     MOVE DateInputText(5:2) TO WalkMonth.
000000     MOVE DateInputText(7:2) TO WalkDay.
000000     MOVE 0 TO WalkGuard.
000000     MOVE "N" TO ProbeBusiness.
000000     PERFORM UNTIL ProbeIsBusiness OR WalkGuard > 400
000000     END-IF.
000000
000000*    歩行位置を翌日へ進める。月末は判定した閏年区分から
000000*    組み立てた月別日数表に従い、改暦の欠日は飛び越す
000000 AdvanceOneDay.
000000
000000     MOVE WalkYear TO CompleteValue.
000000         END-IF
000000     END-IF.
000000
000000     COMPUTE GapProbeDate =
000000         WalkYear * 10000 + WalkMonth * 100 + WalkDay.
000000     IF GapProbeDate > ActiveLastOld AND
000000         GapProbeDate < ActiveFirstNew THEN
000000         MOVE ActiveFirstNewYear TO WalkYear
000000         MOVE ActiveFirstNewMonth TO WalkMonth
000000         MOVE ActiveFirstNewDay TO WalkDay
000000     END-IF.
000000
000000*    歩行位置を前日へ戻す(改暦の欠日は飛び越す)
000000 RetreatOneDay.
000000
000000     IF WalkDay > 1 THEN
000000         MOVE MonthDays(WalkMonth) TO WalkDay
000000     END-IF.
000000
000000     COMPUTE GapProbeDate =
000000         WalkYear * 10000 + WalkMonth * 100 + WalkDay.
000000     IF GapProbeDate > ActiveLastOld AND
000000         GapProbeDate < ActiveFirstNew THEN
000000         MOVE ActiveLastOldYear TO WalkYear
000000         MOVE ActiveLastOldMonth TO WalkMonth
000000         MOVE ActiveLastOldDay TO WalkDay
000000     END-IF.
000000
000000*    範囲モード: FROM-YEARからTO-YEARまでの閏年一覧と
000000*    件数を返す
000000 RangeProcess.
000000*    依頼側は行位置に頼らず結果を突き合わせられる
000000 MixedProcess.
000000
000000*    日付依頼の年に祝日カレンダーが揃っていなければ、
000000*    依頼を１件も処理せずに拒否する
000000     PERFORM LoadHolidayTable.
000000     PERFORM LoadEraTable.
000000     MOVE "N" TO CoverageRefusal.
000000     PERFORM PrescanRequestCoverage.
000000     IF CoverageRefused THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000*    和暦日付を変換できなかった日付依頼は、却下応答に
000000*    加えて例外ファイルにも理由付きで退避する
000000     OPEN EXTEND ExceptionFile.
000000     IF ExceptionFileStatus = "35" THEN
000000         OPEN OUTPUT ExceptionFile
000000     END-IF.
000000
000000     OPEN EXTEND ResponseFile.
000000     IF ResponseFileStatus = "35" THEN
000000         OPEN OUTPUT ResponseFile
000000     END-IF.
000000
000000     CLOSE ResponseFile.
000000     CLOSE ExceptionFile.
000000
000000*    依頼ファイルを先読みし、日付依頼の年ごとに祝日
000000*    カレンダーが揃っているか調べる
000000 PrescanRequestCoverage.
000000
000000     OPEN INPUT RequestFile.
000000     IF RequestFileStatus NOT = "35" THEN
000000         MOVE "N" TO RequestEof
000000         PERFORM UNTIL RequestAtEnd OR CoverageRefused
000000             READ RequestFile
000000                 AT END
000000                     MOVE "Y" TO RequestEof
000000                 NOT AT END
000000                     IF RequestTypeDate THEN
000000                         MOVE RequestDate TO DateInputText
000000                         PERFORM CheckDateCoverage
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE RequestFile
000000     END-IF.
000000
000000*    OPEN済みの依頼ファイルを１件ずつ読んで処理する
000000 ReadRequestFile.
000000     CLOSE RequestFile.
000000
000000*    依頼１件を種別ごとの処理へ振り分ける。種別不明の
000000*    依頼は理由付きで却下応答にする。暦コードのある依頼
000000*    はその暦で、無い依頼は実行時の暦で判定する
000000 ProcessOneRequest.
000000
000000     IF RequestCalendar = SPACES THEN
000000         MOVE RunCalendarCode TO WantedCalendar
000000     ELSE
000000         MOVE RequestCalendar TO WantedCalendar
000000     END-IF.
000000     PERFORM SelectCalendar.
000000     IF NOT CalendarFound THEN
000000         IF LanguageEnglish THEN
000000             MOVE "Calendar code not in cutover table."
000000                 TO MixedReasonText
000000         ELSE
000000             MOVE "改暦表に無い暦コードです。"
000000                 TO MixedReasonText
000000         END-IF
000000         PERFORM RejectRequest
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN RequestTypeYear
000000             PERFORM MixedYearRequest
000000 MixedDateRequest.
000000
000000     MOVE RequestDate TO DateInputText.
000000     PERFORM TakeEraFormDate.
000000     IF EraConvFailed THEN
000000         MOVE EraReasonText TO MixedReasonText
000000         PERFORM RejectRequest
000000         MOVE RequestDate TO ExceptionInput
000000         MOVE EraReasonText TO ExceptionReason
000000         PERFORM WriteExceptionRecord
000000         EXIT PARAGRAPH
000000     END-IF.
000000     PERFORM ValidateWholeDate.
000000
000000     IF DateIsValid THEN
000000     MOVE RequestId TO ResponseId.
000000     MOVE RequestDept TO ResponseDept.
000000     MOVE RequestType TO ResponseType.
000000     MOVE WantedCalendar TO ResponseCalendar.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000
000000     EVALUATE TRUE
000000         WHEN ParmDateGiven = "Y" AND ParmDate2Given = "Y"
000000             AND ParmBizGiven = "Y"
000000             PERFORM CalcBizDiffDates
000000         WHEN ParmDateGiven = "Y" AND ParmDaysGiven = "Y"
000000             AND ParmBizGiven = "Y"
000000             PERFORM CalcBizOffsetDate
000000         WHEN ParmDateGiven = "Y" AND ParmDate2Given = "Y"
000000             PERFORM CalcDiffDates
000000         WHEN ParmDateGiven = "Y" AND ParmDaysGiven = "Y"
000000             PERFORM CalcOffsetDate
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Function (B=days between"
000000         DISPLAY " O=date plus/minus days"
000000         DISPLAY " W=business days between"
000000         DISPLAY " N=date plus/minus business days): "
000000     ELSE
000000         DISPLAY "計算機能(B=日数 O=日付加減"
000000         DISPLAY " W=営業日数 N=営業日加減)を"
000000         DISPLAY "入力して下さい"
000000     END-IF.
000000     ACCEPT CalcAsk.
000000
000000     EVALUATE TRUE
000000         WHEN CalcAskDiff
000000         WHEN CalcAskBizDiff
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the first date (YYYYMMDD):"
000000                 ACCEPT DateInputText
000000                 DISPLAY "入力して下さい"
000000                 ACCEPT Date2InputText
000000             END-IF
000000             IF CalcAskBizDiff THEN
000000                 PERFORM CalcBizDiffDates
000000             ELSE
000000                 PERFORM CalcDiffDates
000000             END-IF
000000         WHEN CalcAskOffset
000000         WHEN CalcAskBizOffset
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the date (YYYYMMDD): "
000000                 ACCEPT DateInputText
000000             END-IF
000000             COMPUTE CalcDaysValue =
000000                 FUNCTION NUMVAL(CalcDaysText)
000000             IF CalcAskBizOffset THEN
000000                 PERFORM CalcBizOffsetDate
000000             ELSE
000000                 PERFORM CalcOffsetDate
000000             END-IF
000000         WHEN OTHER
000000             MOVE 12 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Function must be B, O, W or N."
000000             ELSE
000000                 DISPLAY "計算機能の指定が不正です。"
000000             END-IF
000000         MOVE CalcCursorYear TO CompleteValue
000000         PERFORM ObtainVerdict
000000         ADD FactTotalDays TO CalcSpanDays
000000         IF CalcCursorYear = GapYear THEN
000000             SUBTRACT GapDays FROM CalcSpanDays
000000         END-IF
000000     END-PERFORM.
000000     COMPUTE CalcSpanDays =
000000         CalcSpanDays - CalcDoyA + CalcDoyB.
000000     MOVE 0 TO CalcResultDate.
000000     MOVE DayOfWeekValue TO CalcDayOfWeek.
000000     MOVE CurrentRuleVersion TO CalcRuleVersion.
000000     MOVE 0 TO CalcHolidaysSkipped.
000000     MOVE 0 TO CalcWeekendsSkipped.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000             " 日後(負は前)は " ResultDate " です。"
000000     END-IF.
000000
000000*    ResultYearの年間日数を求める(マスター優先)。改暦の
000000*    年は欠日の分だけ短い
000000 GetYearTotal.
000000
000000     MOVE ResultYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     MOVE FactTotalDays TO YearTotal.
000000     IF ResultYear = GapYear THEN
000000         SUBTRACT GapDays FROM YearTotal
000000     END-IF.
000000
000000*    (西暦, 通算日)の組を月日に戻し、結果日付の曜日を
000000*    求める。改暦の年は欠日より後の通算日へ欠日数を
000000*    足し戻してから月日に直す
000000 TurnDoyIntoDate.
000000
000000     MOVE ResultYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     PERFORM BuildMonthLengths.
000000     IF ResultYear = GapYear AND ResultDoy >= GapFirstDoy THEN
000000         ADD GapDays TO ResultDoy
000000     END-IF.
000000
000000     MOVE 1 TO ResultMonth.
000000     PERFORM UNTIL ResultDoy <= MonthDays(ResultMonth)
000000     MOVE ResultDate TO CalcResultDate.
000000     MOVE DayOfWeekValue TO CalcDayOfWeek.
000000     MOVE CurrentRuleVersion TO CalcRuleVersion.
000000     MOVE 0 TO CalcHolidaysSkipped.
000000     MOVE 0 TO CalcWeekendsSkipped.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000     WRITE CalcOutputRecord.
000000     ADD 1 TO CalcOutCount.
000000
000000*    ２日付間の営業日数を求める。日付１の翌日から日付２
000000*    までを１日ずつ歩き、営業日と飛ばした祝日・土日を
000000*    数える。日付２が過去なら逆向きに数えて負にする
000000 CalcBizDiffDates.
000000
000000     ADD 1 TO InputReadCount.
000000
000000     PERFORM CalcTakeOneDate.
000000     IF CalcFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE DateInputText TO CalcDate1Text.
000000
000000     MOVE Date2InputText TO DateInputText.
000000     PERFORM CalcTakeOneDate.
000000     IF CalcFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE DayOfWeekValue TO SavedDayOfWeek.
000000
000000     MOVE "N" TO CalcSwapFlag.
000000     IF CalcDate1Text > DateInputText THEN
000000         MOVE "Y" TO CalcSwapFlag
000000         MOVE DateInputText TO BizFromDate
000000         MOVE CalcDate1Text TO BizToDate
000000     ELSE
000000         MOVE CalcDate1Text TO BizFromDate
000000         MOVE DateInputText TO BizToDate
000000     END-IF.
000000
000000*    歩く範囲のどの年も祝日カレンダーが揃っていること
000000     PERFORM LoadHolidayTable.
000000     MOVE "N" TO CoverageRefusal.
000000     MOVE BizFromDate(1:4) TO BizFromYear.
000000     MOVE BizToDate(1:4) TO BizToYear.
000000     PERFORM VARYING BizCoverYear FROM BizFromYear BY 1
000000         UNTIL BizCoverYear > BizToYear
000000         OR CoverageRefused
000000         MOVE BizCoverYear TO CoverageYear
000000         PERFORM CheckYearCoverage
000000     END-PERFORM.
000000     IF CoverageRefused THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE 0 TO BizMoved.
000000     MOVE 0 TO BizHolidaysSkipped.
000000     MOVE 0 TO BizWeekendsSkipped.
000000     MOVE BizFromDate(1:4) TO WalkYear.
000000     MOVE BizFromDate(5:2) TO WalkMonth.
000000     MOVE BizFromDate(7:2) TO WalkDay.
000000     MOVE BizFromDate TO WalkDate.
000000     PERFORM UNTIL WalkDate >= BizToDate
000000         PERFORM AdvanceOneDay
000000         PERFORM ProbeWalkDate
000000         PERFORM TallyWalkDate
000000     END-PERFORM.
000000
000000     MOVE BizMoved TO BizSpanDays.
000000     IF CalcSwapped THEN
000000         COMPUTE BizSpanDays = 0 - BizSpanDays
000000     END-IF.
000000     MOVE SavedDayOfWeek TO DayOfWeekValue.
000000
000000     PERFORM WriteCalcBizDiff.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Business days from " CalcDate1Text
000000             " to " DateInputText ": " BizSpanDays
000000         DISPLAY "Holidays skipped: " BizHolidaysSkipped
000000             " Weekend days skipped: " BizWeekendsSkipped
000000     ELSE
000000         DISPLAY "日付１から日付２までの営業日数: "
000000             BizSpanDays
000000         DISPLAY "飛ばした祝日: " BizHolidaysSkipped
000000             " 土日: " BizWeekendsSkipped
000000     END-IF.
000000
000000*    歩行位置の１日を営業日・祝日・土日のいずれかに数える
000000*    (土日に当たる祝日は土日として数える)
000000 TallyWalkDate.
000000
000000     EVALUATE TRUE
000000         WHEN ProbeIsBusiness
000000             ADD 1 TO BizMoved
000000         WHEN DayOfWeekValue = 1 OR DayOfWeekValue = 7
000000             ADD 1 TO BizWeekendsSkipped
000000         WHEN OTHER
000000             ADD 1 TO BizHolidaysSkipped
000000     END-EVALUATE.
000000
000000*    営業日数計算の結果１件を書き出す。曜日は日付２のもの
000000 WriteCalcBizDiff.
000000
000000     SET CalcBizDiff TO TRUE.
000000     MOVE CalcDate1Text TO CalcDate1.
000000     MOVE DateInputText TO CalcDate2.
000000     MOVE 0 TO CalcOffsetDays.
000000     MOVE BizSpanDays TO CalcResultDays.
000000     MOVE 0 TO CalcResultDate.
000000     MOVE DayOfWeekValue TO CalcDayOfWeek.
000000     MOVE CurrentRuleVersion TO CalcRuleVersion.
000000     MOVE BizHolidaysSkipped TO CalcHolidaysSkipped.
000000     MOVE BizWeekendsSkipped TO CalcWeekendsSkipped.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO CalcTimestamp.
000000     WRITE CalcOutputRecord.
000000     ADD 1 TO CalcOutCount.
000000
000000*    日付±営業日数の計算。日付から指定の向きへ１日ずつ
000000*    歩き、営業日を指定の数だけ数えた日を結果とする。
000000*    年が変わるたびにその年の祝日カレンダーを確かめる
000000 CalcBizOffsetDate.
000000
000000     ADD 1 TO InputReadCount.
000000
000000     PERFORM CalcTakeOneDate.
000000     IF CalcFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM LoadHolidayTable.
000000     MOVE "N" TO CoverageRefusal.
000000     MOVE DateYearPart TO CoverageYear.
000000     PERFORM CheckYearCoverage.
000000     IF CoverageRefused THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE 0 TO BizMoved.
000000     MOVE 0 TO BizHolidaysSkipped.
000000     MOVE 0 TO BizWeekendsSkipped.
000000     IF CalcDaysValue < 0 THEN
000000         COMPUTE BizTarget = 0 - CalcDaysValue
000000     ELSE
000000         MOVE CalcDaysValue TO BizTarget
000000     END-IF.
000000     MOVE DateYearPart TO WalkYear.
000000     MOVE DateMonthPart TO WalkMonth.
000000     MOVE DateDayPart TO WalkDay.
000000     MOVE DateInputText TO WalkDate.
000000
000000     PERFORM UNTIL BizMoved >= BizTarget OR CoverageRefused
000000         IF CalcDaysValue > 0 THEN
000000             PERFORM AdvanceOneDay
000000         ELSE
000000             PERFORM RetreatOneDay
000000         END-IF
000000         IF WalkYear NOT = CoverageYear THEN
000000             MOVE WalkYear TO CoverageYear
000000             PERFORM CheckYearCoverage
000000         END-IF
000000         IF NOT CoverageRefused THEN
000000             PERFORM ProbeWalkDate
000000             PERFORM TallyWalkDate
000000         END-IF
000000     END-PERFORM.
000000     IF CoverageRefused THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE WalkDate TO ResultDate.
000000     PERFORM WriteCalcBizOffset.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY DateInputText " plus " CalcDaysValue
000000             " business days is " ResultDate
000000         DISPLAY "Holidays skipped: " BizHolidaysSkipped
000000             " Weekend days skipped: " BizWeekendsSkipped
000000     ELSE
000000         DISPLAY DateInputText " の " CalcDaysValue
000000             " 営業日後(負は前)は " ResultDate
000000         DISPLAY "飛ばした祝日: " BizHolidaysSkipped
000000             " 土日: " BizWeekendsSkipped
000000     END-IF.
000000
000000*    日付±営業日数の結果１件を書き出す。曜日は最後に
000000*    歩いた日(日数ゼロのときは日付そのもの)のもの
000000 WriteCalcBizOffset.
000000
000000     SET CalcBizOffset TO TRUE.
000000     MOVE DateInputText TO CalcDate1.
000000     MOVE 0 TO CalcDate2.
000000     MOVE CalcDaysValue TO CalcOffsetDays.
000000     MOVE 0 TO CalcResultDays.
000000     MOVE ResultDate TO CalcResultDate.
000000     MOVE DayOfWeekValue TO CalcDayOfWeek.
000000     MOVE CurrentRuleVersion TO CalcRuleVersion.
000000     MOVE BizHolidaysSkipped TO CalcHolidaysSkipped.
000000     MOVE BizWeekendsSkipped TO CalcWeekendsSkipped.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO CalcTimestamp.
000000     WRITE CalcOutputRecord.
000000     ADD 1 TO CalcOutCount.
000000
000000*    記念日モード: 誕生日(BIRTH=)と対象年(TARGET=)から
000000*    観測すべき記念日を求める。平年の２月２９日生まれは
000000*    ポリシーファイルの定めに従って２月２８日(F)または
000000*    ３月１日(M)へ振り替える
000000 AnnivProcess.
000000
000000     OPEN EXTEND AnniversaryFile.
000000     IF AnniversaryFileStatus = "35" THEN
000000         OPEN OUTPUT AnniversaryFile
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN ParmBirthGiven = "Y" AND
000000             ParmTargetGiven = "Y"
000000             PERFORM AnnivOneRequest
000000         WHEN ParmLength > 0
000000             MOVE 12 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "PARM MODE=L needs BIRTH= and"
000000         INTO AnnivTimestamp.
000000     WRITE AnniversaryRecord.
000000     ADD 1 TO AnnivOutCount.
000000
000000*    和暦変換モード: 和暦の日付(元号記号+YYMMDDまたは
000000*    元号記号+Y.M.D)を西暦へ、西暦の日付(YYYYMMDD)を
000000*    元号名と和暦の年へ変換し、和暦変換結果ファイルへ
000000*    書き出す
000000 EraProcess.
000000
000000     PERFORM LoadEraTable.
000000     IF EraUsed = 0 THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "ERATBL not found or empty;"
000000             DISPLAY "era run skipped."
000000         ELSE
000000             DISPLAY "ERATBLが無いか空のため和暦"
000000             DISPLAY "変換を中止しました。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     OPEN EXTEND EraOutputFile.
000000     IF EraOutputFileStatus = "35" THEN
000000         OPEN OUTPUT EraOutputFile
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN ParmDateGiven = "Y"
000000             PERFORM EraConvertOne
000000         WHEN ParmLength > 0
000000             MOVE 12 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "PARM MODE=E needs DATE=;"
000000                 DISPLAY "skipped."
000000             ELSE
000000                 DISPLAY "PARMのMODE=EにはDATE=の"
000000                 DISPLAY "指定が必要です。"
000000                 DISPLAY "中止します。"
000000             END-IF
000000         WHEN OTHER
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter a date (YYYYMMDD, or era"
000000                 DISPLAY "form such as R081015): "
000000             ELSE
000000                 DISPLAY "日付(YYYYMMDDまたは和暦の"
000000                 DISPLAY "形式 例: R081015)を"
000000                 DISPLAY "入力して下さい"
000000             END-IF
000000             ACCEPT DateInputText
000000             PERFORM EraConvertOne
000000     END-EVALUATE.
000000
000000     CLOSE EraOutputFile.
000000
000000*    日付１件を変換する。和暦の形式なら西暦に直して検証
000000*    し、西暦なら検証してから属する元号を探す
000000 EraConvertOne.
000000
000000     ADD 1 TO InputReadCount.
000000     MOVE DateInputText TO EraOrigText.
000000
000000     PERFORM TakeEraFormDate.
000000     IF EraConvFailed THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY EraReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM ValidateWholeDate.
000000     IF NOT DateIsValid THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY DateReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF NOT EraFormGiven THEN
000000         PERFORM FindEraOfDate
000000         IF EraConvFailed THEN
000000             MOVE 8 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             DISPLAY EraReasonText
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF.
000000
000000     PERFORM WriteEraOutput.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY EraOrigText " = " DateInputText
000000             " = " EraTabCode(EraSlot) " "
000000             EraTabName(EraSlot) " year " EraYearValue
000000     ELSE
000000         DISPLAY EraOrigText " = " DateInputText
000000             " = " EraTabName(EraSlot) " "
000000             EraYearValue " 年"
000000     END-IF.
000000
000000*    和暦変換の結果１件を書き出す
000000 WriteEraOutput.
000000
000000     IF EraFormGiven THEN
000000         SET EraOutToGregorian TO TRUE
000000     ELSE
000000         SET EraOutToEra TO TRUE
000000     END-IF.
000000     MOVE EraOrigText TO EraOutInput.
000000     MOVE DateInputText TO EraOutDate.
000000     MOVE EraTabCode(EraSlot) TO EraOutCode.
000000     MOVE EraTabName(EraSlot) TO EraOutName.
000000     MOVE EraYearValue TO EraOutYear.
000000     MOVE DateMonthPart TO EraOutMonth.
000000     MOVE DateDayPart TO EraOutDay.
000000     MOVE DayOfWeekValue TO EraOutDayOfWeek.
000000     MOVE CurrentRuleVersion TO EraOutRuleVersion.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO EraOutTimestamp.
000000     WRITE EraOutputRecord.
000000     ADD 1 TO EraOutCount.
000000
000000*    元号表を読み、改元日の昇順に並べて積み込む。元号表
000000*    が無い環境では和暦の日付だけが変換できない
000000 LoadEraTable.
000000
000000     MOVE 0 TO EraUsed.
000000     MOVE 0 TO EraDropped.
000000
000000     OPEN INPUT EraTableFile.
000000     IF EraTableFileStatus NOT = "35" THEN
000000         MOVE "N" TO EraEof
000000         PERFORM UNTIL EraAtEnd
000000             READ EraTableFile
000000                 AT END
000000                     MOVE "Y" TO EraEof
000000                 NOT AT END
000000                     IF EraStartDate IS NUMERIC AND
000000                         EraCode NOT = SPACE THEN
000000                         PERFORM StoreEraEntry
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE EraTableFile
000000         IF EraDropped > 0 THEN
000000             MOVE 4 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Warning: era table full; "
000000                     EraDropped " entries ignored."
000000             ELSE
000000                 DISPLAY "警告: 元号表が一杯のため"
000000                 DISPLAY EraDropped
000000                     " 件を無視しました。"
000000             END-IF
000000         END-IF
000000     END-IF.
000000
000000*    元号１件を改元日の昇順を崩さない位置へ差し込む
000000 StoreEraEntry.
000000
000000     IF EraUsed >= 20 THEN
000000         ADD 1 TO EraDropped
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     COMPUTE EraInsertAt = EraUsed + 1.
000000     PERFORM VARYING EraScan FROM 1 BY 1
000000         UNTIL EraScan > EraUsed
000000         IF EraTabStart(EraScan) > EraStartDate THEN
000000             MOVE EraScan TO EraInsertAt
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000     PERFORM VARYING EraShift FROM EraUsed BY -1
000000         UNTIL EraShift < EraInsertAt
000000         MOVE EraEntry(EraShift) TO EraEntry(EraShift + 1)
000000     END-PERFORM.
000000     MOVE EraCode TO EraTabCode(EraInsertAt).
000000     MOVE EraName TO EraTabName(EraInsertAt).
000000     MOVE EraStartDate TO EraTabStart(EraInsertAt).
000000     ADD 1 TO EraUsed.
000000
000000*    DateInputTextが和暦の形式(先頭が英字)なら西暦の
000000*    YYYYMMDDへ置き換える。変換できなければ失敗の印と
000000*    理由を返し、日付は受け取ったままにしておく
000000 TakeEraFormDate.
000000
000000     MOVE "N" TO EraConvState.
000000     MOVE "N" TO EraFormSeen.
000000     IF DateInputText(1:1) IS ALPHABETIC AND
000000         DateInputText(1:1) NOT = SPACE THEN
000000         MOVE "Y" TO EraFormSeen
000000         PERFORM ConvertEraDate
000000     END-IF.
000000
000000*    和暦の日付を元号記号・年・月・日に分け、元号表の
000000*    改元日から西暦の日付を組み立てる。０年と、元年の
000000*    改元日より前の日付と、次の改元日以後の日付は失敗
000000*    とする(月日の正否はValidateWholeDateに任せる)
000000 ConvertEraDate.
000000
000000     MOVE DateInputText(1:1) TO EraFormCode.
000000     MOVE DateInputText(2:7) TO EraFormRest.
000000     INSPECT EraFormCode CONVERTING
000000         "abcdefghijklmnopqrstuvwxyz"
000000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000000
000000     PERFORM ParseEraForm.
000000     IF EraConvFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE 0 TO EraSlot.
000000     PERFORM VARYING EraScan FROM 1 BY 1
000000         UNTIL EraScan > EraUsed
000000         IF EraTabCode(EraScan) = EraFormCode THEN
000000             MOVE EraScan TO EraSlot
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000     IF EraSlot = 0 THEN
000000         MOVE "Y" TO EraConvState
000000         IF LanguageEnglish THEN
000000             MOVE "Era code is not in the era table."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "元号表に無い元号です。"
000000                 TO EraReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF EraYearValue = 0 THEN
000000         MOVE "Y" TO EraConvState
000000         IF LanguageEnglish THEN
000000             MOVE "Era year 0 does not exist."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "和暦の０年は無効です。"
000000                 TO EraReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE EraTabStart(EraSlot)(1:4) TO EraStartYear.
000000     COMPUTE EraGregYear =
000000         EraStartYear + EraYearValue - 1.
000000     IF EraGregYear > 9999 THEN
000000         MOVE "Y" TO EraConvState
000000         IF LanguageEnglish THEN
000000             MOVE "Era year runs past year 9999."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "西暦9999年を超えます。"
000000                 TO EraReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000     COMPUTE EraGregDate = EraGregYear * 10000
000000         + EraMonthValue * 100 + EraDayValue.
000000
000000     IF EraGregDate < EraTabStart(EraSlot) THEN
000000         MOVE "Y" TO EraConvState
000000         IF LanguageEnglish THEN
000000             MOVE "Year 1 date is before the era began."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "元年の改元日前の日付です。"
000000                 TO EraReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF EraSlot < EraUsed THEN
000000         IF EraGregDate >= EraTabStart(EraSlot + 1) THEN
000000             MOVE "Y" TO EraConvState
000000             IF LanguageEnglish THEN
000000                 MOVE "Date is after the era ended."
000000                     TO EraReasonText
000000             ELSE
000000                 MOVE "元号の終了後の日付です。"
000000                     TO EraReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF.
000000
000000     MOVE EraGregDate TO DateInputText.
000000
000000*    元号記号に続く部分を年・月・日に分ける。YYMMDDの
000000*    ６桁か、ピリオド区切りの１〜２桁ずつを受け付ける
000000 ParseEraForm.
000000
000000     MOVE "N" TO EraConvState.
000000     MOVE 0 TO EraDotCount.
000000     INSPECT EraFormRest TALLYING EraDotCount FOR ALL ".".
000000
000000     EVALUATE TRUE
000000         WHEN EraDotCount = 0
000000             IF EraFormRest(1:6) IS NUMERIC AND
000000                 EraFormRest(7:1) = SPACE THEN
000000                 MOVE EraFormRest(1:2) TO EraYearValue
000000                 MOVE EraFormRest(3:2) TO EraMonthValue
000000                 MOVE EraFormRest(5:2) TO EraDayValue
000000             ELSE
000000                 MOVE "Y" TO EraConvState
000000             END-IF
000000         WHEN EraDotCount = 2
000000             MOVE SPACES TO EraPartYear
000000             MOVE SPACES TO EraPartMonth
000000             MOVE SPACES TO EraPartDay
000000             MOVE 0 TO EraPartYearLen
000000             MOVE 0 TO EraPartMonthLen
000000             MOVE 0 TO EraPartDayLen
000000             UNSTRING EraFormRest DELIMITED BY "." OR ALL SPACE
000000                 INTO EraPartYear COUNT IN EraPartYearLen
000000                      EraPartMonth COUNT IN EraPartMonthLen
000000                      EraPartDay COUNT IN EraPartDayLen
000000             END-UNSTRING
000000             IF EraPartYearLen < 1 OR EraPartYearLen > 2 OR
000000                 EraPartMonthLen < 1 OR EraPartMonthLen > 2 OR
000000                 EraPartDayLen < 1 OR EraPartDayLen > 2 THEN
000000                 MOVE "Y" TO EraConvState
000000             ELSE
000000                 IF EraPartYear(1:EraPartYearLen) IS NUMERIC
000000                     AND EraPartMonth(1:EraPartMonthLen)
000000                     IS NUMERIC
000000                     AND EraPartDay(1:EraPartDayLen)
000000                     IS NUMERIC THEN
000000                     COMPUTE EraYearValue = FUNCTION NUMVAL(
000000                         EraPartYear(1:EraPartYearLen))
000000                     COMPUTE EraMonthValue = FUNCTION NUMVAL(
000000                         EraPartMonth(1:EraPartMonthLen))
000000                     COMPUTE EraDayValue = FUNCTION NUMVAL(
000000                         EraPartDay(1:EraPartDayLen))
000000                 ELSE
000000                     MOVE "Y" TO EraConvState
000000                 END-IF
000000             END-IF
000000         WHEN OTHER
000000             MOVE "Y" TO EraConvState
000000     END-EVALUATE.
000000
000000     IF EraConvFailed THEN
000000         IF LanguageEnglish THEN
000000             MOVE "Era date must be EYYMMDD or E.Y.M.D."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "和暦日付の形式が不正です。"
000000                 TO EraReasonText
000000         END-IF
000000     END-IF.
000000
000000*    検証済みの西暦の日付が属する元号(改元日が日付以前
000000*    の最後の元号)を探し、和暦の年を求める
000000 FindEraOfDate.
000000
000000     MOVE "N" TO EraConvState.
000000     MOVE 0 TO EraSlot.
000000     MOVE DateInputText TO EraGregDate.
000000     PERFORM VARYING EraScan FROM 1 BY 1
000000         UNTIL EraScan > EraUsed
000000         IF EraTabStart(EraScan) <= EraGregDate THEN
000000             MOVE EraScan TO EraSlot
000000         END-IF
000000     END-PERFORM.
000000
000000     IF EraSlot = 0 THEN
000000         MOVE "Y" TO EraConvState
000000         IF LanguageEnglish THEN
000000             MOVE "Date is before the first era."
000000                 TO EraReasonText
000000         ELSE
000000             MOVE "最初の元号より前です。"
000000                 TO EraReasonText
000000         END-IF
000000     ELSE
000000         MOVE EraTabStart(EraSlot)(1:4) TO EraStartYear
000000         COMPUTE EraYearValue = DateYearPart
000000             - EraStartYear + 1
000000     END-IF.
000000
000000*    ISO週暦モード: 年(YEAR=)なら53週の年かどうか・第１週
000000*    の月曜日・週数を、日付(DATE=)ならISO週年・週番号・
000000*    ISO曜日を、範囲(FROM=とTO=)なら範囲内の53週の年を
000000*    ISO週暦結果ファイルへ書き出す
000000 IsoWeekProcess.
000000
000000     OPEN EXTEND WeekOutputFile.
000000     IF WeekOutputFileStatus = "35" THEN
000000         OPEN OUTPUT WeekOutputFile
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN ParmDateGiven = "Y"
000000             PERFORM IsoWeekOfDate
000000         WHEN ParmYearGiven = "Y"
000000             MOVE ParmNumericYear TO IsoFactYear
000000             PERFORM IsoWeekOfYear
000000         WHEN ParmRangeGiven = "Y" AND ParmToGiven = "Y"
000000             PERFORM IsoLongYearRange
000000         WHEN ParmLength > 0
000000             MOVE 12 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "PARM MODE=W needs YEAR=, DATE=,"
000000                 DISPLAY "or FROM= and TO=; skipped."
000000             ELSE
000000                 DISPLAY "PARMのMODE=WにはYEAR=、DATE=、"
000000                 DISPLAY "またはFROM=とTO=の指定が"
000000                 DISPLAY "必要です。中止します。"
000000             END-IF
000000         WHEN OTHER
000000             PERFORM IsoAskTerminal
000000     END-EVALUATE.
000000
000000     CLOSE WeekOutputFile.
000000
000000*    端末から年・日付・範囲のどれを調べるかを受け取る
000000 IsoAskTerminal.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Function (Y=year D=date"
000000         DISPLAY " R=long years in range): "
000000     ELSE
000000         DISPLAY "機能(Y=年 D=日付 R=範囲内の"
000000         DISPLAY "53週の年)を入力して下さい"
000000     END-IF.
000000     ACCEPT IsoAsk.
000000
000000     EVALUATE TRUE
000000         WHEN IsoAskYear
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the year: "
000000             ELSE
000000                 DISPLAY "西暦を入力して下さい"
000000             END-IF
000000             ACCEPT IsoFactYear
000000             PERFORM IsoWeekOfYear
000000         WHEN IsoAskDate
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the date (YYYYMMDD): "
000000             ELSE
000000                 DISPLAY "日付(YYYYMMDD)を"
000000                 DISPLAY "入力して下さい"
000000             END-IF
000000             ACCEPT DateInputText
000000             PERFORM IsoWeekOfDate
000000         WHEN IsoAskRange
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the starting year (FROM-YEAR):"
000000                 ACCEPT FromYear
000000                 DISPLAY "Enter the ending year (TO-YEAR): "
000000                 ACCEPT ToYear
000000             ELSE
000000                 DISPLAY "開始西暦(FROM-YEAR)を"
000000                 DISPLAY "入力して下さい"
000000                 ACCEPT FromYear
000000                 DISPLAY "終了西暦(TO-YEAR)を"
000000                 DISPLAY "入力して下さい"
000000                 ACCEPT ToYear
000000             END-IF
000000             PERFORM IsoLongYearRange
000000         WHEN OTHER
000000             MOVE 12 TO SeverityCandidate
000000             PERFORM RaiseSeverity
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Function must be Y, D or R."
000000             ELSE
000000                 DISPLAY "機能の指定が不正です。"
000000             END-IF
000000     END-EVALUATE.
000000
000000*    年１件の週暦(53週の年かどうか・第１週の月曜日・
000000*    週数)を求めて書き出す。第１週の月曜日が前年に入る
000000*    ことがあるため、扱う年は2〜9999とする
000000 IsoWeekOfYear.
000000
000000     ADD 1 TO InputReadCount.
000000     IF IsoFactYear < 2 OR IsoFactYear > 9999 THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Year must be 2-9999."
000000         ELSE
000000             DISPLAY "西暦は2〜9999で"
000000             DISPLAY "指定して下さい。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM ComputeIsoYearFacts.
000000
000000     SET WeekOutForYear TO TRUE.
000000     MOVE IsoFactYear TO WeekOutYear.
000000     MOVE 0 TO WeekOutDate.
000000     MOVE IsoFactLeap TO WeekOutLeapFlag.
000000     MOVE 0 TO WeekOutIsoYear.
000000     MOVE 0 TO WeekOutIsoWeek.
000000     MOVE 0 TO WeekOutIsoWeekday.
000000     PERFORM WriteWeekOutput.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY IsoFactYear " weeks: " IsoFactWeeks
000000             " week 1 Monday: " IsoFactMonday
000000         IF IsoFactIsLong THEN
000000             DISPLAY "This is a long (53-week) year."
000000         END-IF
000000     ELSE
000000         DISPLAY IsoFactYear " 週数: " IsoFactWeeks
000000             " 第１週の月曜日: " IsoFactMonday
000000         IF IsoFactIsLong THEN
000000             DISPLAY "53週の年です。"
000000         END-IF
000000     END-IF.
000000
000000*    日付１件のISO週年・週番号・ISO曜日を求めて書き出す。
000000*    年初の数日は前年の最終週に、年末の数日は翌年の第１
000000*    週に入ることがある
000000 IsoWeekOfDate.
000000
000000     ADD 1 TO InputReadCount.
000000     PERFORM ValidateWholeDate.
000000     IF NOT DateIsValid THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY DateReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF DateYearPart < 2 OR DateYearPart > 9998 THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Year must be 2-9998."
000000         ELSE
000000             DISPLAY "西暦は2〜9998で"
000000             DISPLAY "指定して下さい。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE DateYearPart TO IsoDateYear.
000000     MOVE DayOfYearTotal TO IsoDateDoy.
000000     COMPUTE IsoWeekday = FUNCTION MOD(DayOfWeekValue + 5, 7)
000000         + 1.
000000     IF EvalCode = 10 THEN
000000         MOVE "Y" TO IsoDateLeap
000000     ELSE
000000         MOVE "N" TO IsoDateLeap
000000     END-IF.
000000
000000     COMPUTE IsoWeekNumber =
000000         (IsoDateDoy - IsoWeekday + 10) / 7.
000000     MOVE IsoDateYear TO IsoWeekYear.
000000     MOVE IsoDateYear TO IsoFactYear.
000000     PERFORM ComputeIsoYearFacts.
000000     EVALUATE TRUE
000000         WHEN IsoWeekNumber < 1
000000             SUBTRACT 1 FROM IsoWeekYear
000000             MOVE IsoWeekYear TO IsoFactYear
000000             PERFORM ComputeIsoYearFacts
000000             MOVE IsoFactWeeks TO IsoWeekNumber
000000         WHEN IsoWeekNumber > IsoFactWeeks
000000             ADD 1 TO IsoWeekYear
000000             MOVE IsoWeekYear TO IsoFactYear
000000             PERFORM ComputeIsoYearFacts
000000             MOVE 1 TO IsoWeekNumber
000000     END-EVALUATE.
000000
000000     SET WeekOutForDate TO TRUE.
000000     MOVE IsoDateYear TO WeekOutYear.
000000     MOVE DateInputText TO WeekOutDate.
000000     MOVE IsoDateLeap TO WeekOutLeapFlag.
000000     MOVE IsoWeekYear TO WeekOutIsoYear.
000000     MOVE IsoWeekNumber TO WeekOutIsoWeek.
000000     MOVE IsoWeekday TO WeekOutIsoWeekday.
000000     PERFORM WriteWeekOutput.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY DateInputText " is ISO week-year "
000000             IsoWeekYear " week " WeekOutIsoWeek
000000             " day " IsoWeekday " (1=Monday)"
000000     ELSE
000000         DISPLAY DateInputText " はISO週年 " IsoWeekYear
000000             " 第" WeekOutIsoWeek "週"
000000         DISPLAY "ISO曜日: " IsoWeekday " (1=月曜)"
000000     END-IF.
000000
000000*    FROM年からTO年までの53週の年を書き出し、件数を示す
000000 IsoLongYearRange.
000000
000000     IF FromYear < 2 OR ToYear > 9999 OR
000000         FromYear > ToYear THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "Range must be 2-9999, FROM <= TO;"
000000             DISPLAY "skipped."
000000         ELSE
000000             DISPLAY "範囲は2〜9999でFROM<=TOとして"
000000             DISPLAY "下さい。中止します。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE 0 TO IsoLongCount.
000000     PERFORM VARYING RangeCursor FROM FromYear BY 1
000000         UNTIL RangeCursor > ToYear
000000         ADD 1 TO InputReadCount
000000         MOVE RangeCursor TO IsoFactYear
000000         PERFORM ComputeIsoYearFacts
000000         IF IsoFactIsLong THEN
000000             ADD 1 TO IsoLongCount
000000             SET WeekOutForYear TO TRUE
000000             MOVE IsoFactYear TO WeekOutYear
000000             MOVE 0 TO WeekOutDate
000000             MOVE IsoFactLeap TO WeekOutLeapFlag
000000             MOVE 0 TO WeekOutIsoYear
000000             MOVE 0 TO WeekOutIsoWeek
000000             MOVE 0 TO WeekOutIsoWeekday
000000             PERFORM WriteWeekOutput
000000             IF LanguageEnglish THEN
000000                 DISPLAY RangeCursor " is a long year."
000000             ELSE
000000                 DISPLAY RangeCursor " は53週の年です。"
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Long years in range: " IsoLongCount
000000     ELSE
000000         DISPLAY "範囲内の53週の年の件数: " IsoLongCount
000000     END-IF.
000000
000000*    IsoFactYearの週暦を求める。１月１日のISO曜日が木曜、
000000*    または閏年で水曜なら53週の年とする。第１週は１月４日
000000*    を含む週で、その月曜日は前年の12月に入ることがある。
000000*    閏年区分と曜日は日付モードと同じ判定から求める
000000 ComputeIsoYearFacts.
000000
000000     MOVE IsoFactYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     IF EvalCode = 10 THEN
000000         MOVE "Y" TO IsoFactLeap
000000     ELSE
000000         MOVE "N" TO IsoFactLeap
000000     END-IF.
000000
000000     MOVE IsoFactYear TO DateYearPart.
000000     MOVE 1 TO DateMonthPart.
000000     MOVE 1 TO DateDayPart.
000000     PERFORM ComputeDayOfWeek.
000000     COMPUTE IsoJanFirstWeekday =
000000         FUNCTION MOD(DayOfWeekValue + 5, 7) + 1.
000000
000000     IF IsoJanFirstWeekday = 4 OR
000000         (IsoFactLeap = "Y" AND IsoJanFirstWeekday = 3) THEN
000000         MOVE "Y" TO IsoFactLong
000000         MOVE 53 TO IsoFactWeeks
000000     ELSE
000000         MOVE "N" TO IsoFactLong
000000         MOVE 52 TO IsoFactWeeks
000000     END-IF.
000000
000000*    １月１日が月〜木曜ならその週、金〜日曜なら翌週が
000000*    第１週になる
000000     IF IsoJanFirstWeekday <= 4 THEN
000000         COMPUTE IsoMondayDoy = 2 - IsoJanFirstWeekday
000000     ELSE
000000         COMPUTE IsoMondayDoy = 9 - IsoJanFirstWeekday
000000     END-IF.
000000     IF IsoMondayDoy >= 1 THEN
000000         COMPUTE IsoFactMonday =
000000             IsoFactYear * 10000 + 100 + IsoMondayDoy
000000     ELSE
000000         COMPUTE IsoFactMonday =
000000             (IsoFactYear - 1) * 10000 + 1231 + IsoMondayDoy
000000     END-IF.
000000
000000*    週暦の結果１件を書き出す。週年の項目は直前に求めた
000000*    ComputeIsoYearFactsの値を使う
000000 WriteWeekOutput.
000000
000000     MOVE IsoFactLong TO WeekOutLongFlag.
000000     MOVE IsoFactMonday TO WeekOutWeek1Monday.
000000     MOVE IsoFactWeeks TO WeekOutWeekCount.
000000     MOVE CurrentRuleVersion TO WeekOutRuleVersion.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO WeekOutTimestamp.
000000     WRITE WeekOutputRecord.
000000     ADD 1 TO WeekOutCount.
000000
000000*    年割合モード: ２日付と日数計算基準の記号から日数と
000000*    年割合を求め、年割合結果ファイルへ書き出す。PARMに
000000*    DATE=とDATE2=があれば１件、無ければDCFINをバッチで
000000*    処理し、不正な依頼は日付モードと同じく例外ファイル
000000*    へ退避する
000000 DayCountProcess.
000000
000000     PERFORM LoadEraTable.
000000
000000     OPEN EXTEND DayCountOutputFile.
000000     IF DayCountOutputFileStatus = "35" THEN
000000         OPEN OUTPUT DayCountOutputFile
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN ParmDateGiven = "Y" AND ParmDate2Given = "Y"
000000             MOVE DateInputText TO DayCountDate1Text
000000             MOVE Date2InputText TO DayCountDate2Text
000000             IF ParmConvGiven = "N" THEN
000000                 MOVE SPACES TO DayCountConvText
000000             END-IF
000000             PERFORM DayCountSingle
000000         WHEN ParmLength > 0
000000             PERFORM DayCountBatchProcess
000000         WHEN OTHER
000000             IF LanguageEnglish THEN
000000                 DISPLAY "Enter the first date (YYYYMMDD):"
000000                 ACCEPT DayCountDate1Text
000000                 DISPLAY "Enter the second date (YYYYMMDD):"
000000                 ACCEPT DayCountDate2Text
000000                 DISPLAY "Convention (ACT365F ACT360"
000000                 DISPLAY " ACTACT 30360 30E360 ACT365L): "
000000             ELSE
000000                 DISPLAY "日付１(YYYYMMDD)を"
000000                 DISPLAY "入力して下さい"
000000                 ACCEPT DayCountDate1Text
000000                 DISPLAY "日付２(YYYYMMDD)を"
000000                 DISPLAY "入力して下さい"
000000                 ACCEPT DayCountDate2Text
000000                 DISPLAY "日数計算基準(ACT365F ACT360"
000000                 DISPLAY " ACTACT 30360 30E360 ACT365L)"
000000                 DISPLAY "を入力して下さい"
000000             END-IF
000000             ACCEPT DayCountConvText
000000             PERFORM DayCountSingle
000000     END-EVALUATE.
000000
000000     CLOSE DayCountOutputFile.
000000
000000*    依頼１件を計算し、結果を表示する
000000 DayCountSingle.
000000
000000     ADD 1 TO InputReadCount.
000000     PERFORM DayCountOneRequest.
000000     IF DayCountFailed THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY DayCountReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE DayCountFraction TO DayCountFractionShown.
000000     IF LanguageEnglish THEN
000000         DISPLAY "Convention: " DayCountConvText
000000         DISPLAY "Day count: " DayCountDays
000000             " (actual " DayCountActual ")"
000000         DISPLAY "Year fraction: " DayCountFractionShown
000000     ELSE
000000         DISPLAY "日数計算基準: " DayCountConvText
000000         DISPLAY "日数: " DayCountDays
000000             " (実日数 " DayCountActual ")"
000000         DISPLAY "年割合: " DayCountFractionShown
000000     END-IF.
000000
000000*    DAY-COUNT-INPUT-FILEを１件ずつ読み、不正な依頼は
000000*    例外ファイルへ退避して処理を続行する
000000 DayCountBatchProcess.
000000
000000     OPEN INPUT DayCountInputFile.
000000     IF DayCountInputFileStatus = "35" THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "DCFIN not found; batch skipped."
000000         ELSE
000000             DISPLAY "DCFINが見つからないためバッチ"
000000             DISPLAY "処理を中止しました。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     OPEN EXTEND ExceptionFile.
000000     IF ExceptionFileStatus = "35" THEN
000000         OPEN OUTPUT ExceptionFile
000000     END-IF.
000000
000000     MOVE "N" TO DayCountEof.
000000     PERFORM UNTIL DayCountAtEnd
000000         READ DayCountInputFile
000000             AT END
000000                 MOVE "Y" TO DayCountEof
000000             NOT AT END
000000                 ADD 1 TO InputReadCount
000000                 MOVE DayCountInDate1 TO DayCountDate1Text
000000                 MOVE DayCountInDate2 TO DayCountDate2Text
000000                 MOVE DayCountInConvention
000000                     TO DayCountConvText
000000                 PERFORM DayCountOneRequest
000000                 IF DayCountFailed THEN
000000                     MOVE DayCountRejectInput
000000                         TO ExceptionInput
000000                     MOVE DayCountReasonText
000000                         TO ExceptionReason
000000                     PERFORM WriteExceptionRecord
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE DayCountInputFile.
000000     CLOSE ExceptionFile.
000000
000000*    依頼１件を検証し、基準の定めで日数と年割合を求めて
000000*    書き出す。失敗したときは退避用の入力と理由を残す
000000 DayCountOneRequest.
000000
000000     MOVE "N" TO DayCountState.
000000     IF NOT DayCountConvKnown THEN
000000         MOVE "Y" TO DayCountState
000000         MOVE DayCountConvText TO DayCountRejectInput
000000         IF LanguageEnglish THEN
000000             MOVE "Unknown day-count convention."
000000                 TO DayCountReasonText
000000         ELSE
000000             MOVE "計算基準の記号が不正です。"
000000                 TO DayCountReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE DayCountDate1Text TO DateInputText.
000000     PERFORM DayCountTakeDate.
000000     IF DayCountFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE DateInputText TO DayCountGreg1.
000000     MOVE DateYearPart TO DayCountYearA.
000000     MOVE DateMonthPart TO DayCountMonthA.
000000     MOVE DateDayPart TO DayCountDayA.
000000     MOVE DayOfYearTotal TO DayCountDoyA.
000000     IF EvalCode = 10 THEN
000000         MOVE "Y" TO DayCountLeapFlag1
000000     ELSE
000000         MOVE "N" TO DayCountLeapFlag1
000000     END-IF.
000000
000000     MOVE DayCountDate2Text TO DateInputText.
000000     PERFORM DayCountTakeDate.
000000     IF DayCountFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE DateInputText TO DayCountGreg2.
000000     MOVE DateYearPart TO DayCountYearB.
000000     MOVE DateMonthPart TO DayCountMonthB.
000000     MOVE DateDayPart TO DayCountDayB.
000000     MOVE DayOfYearTotal TO DayCountDoyB.
000000     IF EvalCode = 10 THEN
000000         MOVE "Y" TO DayCountLeapFlag2
000000     ELSE
000000         MOVE "N" TO DayCountLeapFlag2
000000     END-IF.
000000
000000*    常に早い日付から遅い日付へ数え、向きは符号で表す
000000     MOVE "N" TO DayCountSwapFlag.
000000     IF DayCountGreg1 > DayCountGreg2 THEN
000000         MOVE "Y" TO DayCountSwapFlag
000000         MOVE DayCountEndA TO DayCountEndHold
000000         MOVE DayCountEndB TO DayCountEndA
000000         MOVE DayCountEndHold TO DayCountEndB
000000     END-IF.
000000
000000     MOVE 0 TO DayCountActual.
000000     MOVE 0 TO DayCountLeapDays.
000000     MOVE 0 TO DayCountNonLeapDays.
000000     MOVE 0 TO DayCountIsdaSum.
000000     MOVE "N" TO DayCountFeb29.
000000     PERFORM VARYING DayCountCursorYear FROM DayCountYearA
000000         BY 1 UNTIL DayCountCursorYear > DayCountYearB
000000         PERFORM DayCountTallyYear
000000     END-PERFORM.
000000
000000     PERFORM DayCountApplyConvention.
000000
000000     IF DayCountSwapped THEN
000000         COMPUTE DayCountActual = 0 - DayCountActual
000000         COMPUTE DayCountDays = 0 - DayCountDays
000000         COMPUTE DayCountFraction = 0 - DayCountFraction
000000     END-IF.
000000
000000     PERFORM WriteDayCountOutput.
000000
000000*    日付１件を(和暦なら西暦に直してから)検証する。検証に
000000*    通らなければ入力のままの日付と理由を退避用に残す
000000 DayCountTakeDate.
000000
000000     MOVE DateInputText TO DayCountRejectInput.
000000     PERFORM TakeEraFormDate.
000000     IF EraConvFailed THEN
000000         MOVE "Y" TO DayCountState
000000         MOVE EraReasonText TO DayCountReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000     PERFORM ValidateWholeDate.
000000     IF NOT DateIsValid THEN
000000         MOVE "Y" TO DayCountState
000000         MOVE DateReasonText TO DayCountReasonText
000000     END-IF.
000000
000000*    期間のうち１年分を数える。ISDAの定めに合わせ、日付１
000000*    を含み日付２を含まない日を年ごとの閏年区分で分け、
000000*    その年の年間日数で割った値を積み上げる。２月２９日
000000*    の有無は日付１の翌日から日付２までで判定する
000000 DayCountTallyYear.
000000
000000     MOVE DayCountCursorYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000
000000     IF DayCountCursorYear = DayCountYearA THEN
000000         MOVE DayCountDoyA TO DayCountSpanStart
000000     ELSE
000000         MOVE 1 TO DayCountSpanStart
000000     END-IF.
000000     IF DayCountCursorYear = DayCountYearB THEN
000000         MOVE DayCountDoyB TO DayCountSpanEnd
000000     ELSE
000000         COMPUTE DayCountSpanEnd = FactTotalDays + 1
000000     END-IF.
000000     COMPUTE DayCountPortion =
000000         DayCountSpanEnd - DayCountSpanStart.
000000
000000     ADD DayCountPortion TO DayCountActual.
000000     IF EvalCode = 10 THEN
000000         ADD DayCountPortion TO DayCountLeapDays
000000     ELSE
000000         ADD DayCountPortion TO DayCountNonLeapDays
000000     END-IF.
000000     COMPUTE DayCountIsdaSum ROUNDED = DayCountIsdaSum
000000         + DayCountPortion / FactTotalDays.
000000
000000*    ２月２９日は通算日60に当たる
000000     IF FactFebDays = 29 THEN
000000         IF (DayCountCursorYear > DayCountYearA OR
000000             DayCountDoyA < 60) AND
000000             (DayCountCursorYear < DayCountYearB OR
000000             DayCountDoyB >= 60) THEN
000000             MOVE "Y" TO DayCountFeb29
000000         END-IF
000000     END-IF.
000000
000000*    基準ごとの日数と分母から年割合を求める。30/360は
000000*    ISDAの債券基準(日付１が31日なら30日、日付２が31日
000000*    で日付１が30日以後なら30日)、30E/360は両日とも
000000*    31日を30日とする。ACT365Lは期間に２月２９日を含め
000000*    ば366日、含まなければ365日で割る
000000 DayCountApplyConvention.
000000
000000     MOVE DayCountActual TO DayCountDays.
000000     EVALUATE TRUE
000000         WHEN DayCountAct365F
000000             MOVE 365 TO DayCountBasis
000000         WHEN DayCountAct360
000000             MOVE 360 TO DayCountBasis
000000         WHEN DayCountAct365L
000000             IF DayCountFeb29 = "Y" THEN
000000                 MOVE 366 TO DayCountBasis
000000             ELSE
000000                 MOVE 365 TO DayCountBasis
000000             END-IF
000000         WHEN DayCountActAct
000000             MOVE 0 TO DayCountBasis
000000         WHEN OTHER
000000             MOVE 360 TO DayCountBasis
000000             MOVE DayCountDayA TO DayCountD1
000000             MOVE DayCountDayB TO DayCountD2
000000             IF DayCountD1 = 31 THEN
000000                 MOVE 30 TO DayCountD1
000000             END-IF
000000             IF DayCountD2 = 31 THEN
000000                 IF DayCount30E360 OR DayCountD1 = 30 THEN
000000                     MOVE 30 TO DayCountD2
000000                 END-IF
000000             END-IF
000000             COMPUTE DayCountDays =
000000                 360 * (DayCountYearB - DayCountYearA)
000000                 + 30 * (DayCountMonthB - DayCountMonthA)
000000                 + DayCountD2 - DayCountD1
000000     END-EVALUATE.
000000
000000     IF DayCountActAct THEN
000000         COMPUTE DayCountFraction ROUNDED = DayCountIsdaSum
000000     ELSE
000000         COMPUTE DayCountFraction ROUNDED =
000000             DayCountDays / DayCountBasis
000000     END-IF.
000000
000000*    年割合の計算結果１件を書き出す。日付は西暦に直した
000000*    ものを入力の順のまま残す
000000 WriteDayCountOutput.
000000
000000     MOVE DayCountGreg1 TO DayCountOutDate1.
000000     MOVE DayCountGreg2 TO DayCountOutDate2.
000000     MOVE DayCountConvText TO DayCountOutConvention.
000000     MOVE DayCountDays TO DayCountOutDays.
000000     MOVE DayCountActual TO DayCountOutActualDays.
000000     MOVE DayCountBasis TO DayCountOutBasis.
000000     MOVE DayCountFraction TO DayCountOutFraction.
000000     MOVE DayCountLeapFlag1 TO DayCountOutLeapFlag1.
000000     MOVE DayCountLeapFlag2 TO DayCountOutLeapFlag2.
000000     MOVE DayCountLeapDays TO DayCountOutLeapDays.
000000     MOVE DayCountNonLeapDays TO DayCountOutNonLeapDays.
000000     MOVE DayCountFeb29 TO DayCountOutFeb29Flag.
000000     MOVE CurrentRuleVersion TO DayCountOutRuleVersion.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO DayCountOutTimestamp.
000000     WRITE DayCountOutputRecord.
000000     ADD 1 TO DayCountOutCount.
000000
000000*    支払日程モード: 日程の依頼ごとに各回の支払日を求め、
000000*    営業日調整をして日程結果ファイルへ書き出す。営業日
000000*    調整に要る年の祝日カレンダーが揃っていなければ、
000000*    日付モードと同じく１件も書かずに拒否する
000000 ScheduleProcess.
000000
000000     PERFORM LoadHolidayTable.
000000     PERFORM LoadEraTable.
000000     MOVE "N" TO CoverageRefusal.
000000
000000     IF ParmLength > 0 THEN
000000         PERFORM SchedPrescanCoverage
000000         IF NOT CoverageRefused THEN
000000             PERFORM ScheduleBatchProcess
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     PERFORM ScheduleAskTerminal.
000000     ADD 1 TO InputReadCount.
000000     PERFORM SchedBuildOne.
000000     IF CoverageRefused THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     IF SchedFailed THEN
000000         MOVE 8 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         DISPLAY SchedReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     OPEN EXTEND ScheduleOutputFile.
000000     IF ScheduleOutputFileStatus = "35" THEN
000000         OPEN OUTPUT ScheduleOutputFile
000000     END-IF.
000000     PERFORM WriteScheduleRecords.
000000     CLOSE ScheduleOutputFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "No. Unadjust Adjusted Days  Adj"
000000     ELSE
000000         DISPLAY "回  調整前   調整後   日数  調整"
000000     END-IF.
000000     PERFORM VARYING SchedWriteIndex FROM 1 BY 1
000000         UNTIL SchedWriteIndex > SchedUsed
000000         DISPLAY SchedWriteIndex " "
000000             SchedTabUnadj(SchedWriteIndex) " "
000000             SchedTabAdj(SchedWriteIndex) " "
000000             SchedTabDays(SchedWriteIndex) " "
000000             SchedTabAdjusted(SchedWriteIndex)
000000     END-PERFORM.
000000
000000*    端末から日程の依頼１件を受け取る
000000 ScheduleAskTerminal.
000000
000000     MOVE "TERMINAL" TO SchedRequestId.
000000     IF LanguageEnglish THEN
000000         DISPLAY "Enter the start date (YYYYMMDD):"
000000         ACCEPT SchedStartText
000000         DISPLAY "Frequency (M=Monthly Q=Quarterly"
000000         DISPLAY " S=Semiannual A=Annual): "
000000         ACCEPT SchedFrequency
000000         DISPLAY "Number of periods (blank to give"
000000         DISPLAY " an end date instead): "
000000         ACCEPT SchedPeriodsText
000000         DISPLAY "End date (YYYYMMDD, or blank): "
000000         ACCEPT SchedEndText
000000         DISPLAY "Roll on month end (Y/N): "
000000         ACCEPT SchedEomFlag
000000         DISPLAY "Business-day convention (F=Following"
000000         DISPLAY " M=Modified following P=Preceding"
000000         DISPLAY " N=None): "
000000         ACCEPT SchedConvention
000000     ELSE
000000         DISPLAY "開始日(YYYYMMDD)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT SchedStartText
000000         DISPLAY "頻度(M=毎月 Q=四半期 S=半年"
000000         DISPLAY " A=毎年)を入力して下さい"
000000         ACCEPT SchedFrequency
000000         DISPLAY "回数(終了日で指定するときは"
000000         DISPLAY "空白)を入力して下さい"
000000         ACCEPT SchedPeriodsText
000000         DISPLAY "終了日(YYYYMMDDまたは空白)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT SchedEndText
000000         DISPLAY "月末にそろえるか(Y/N)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT SchedEomFlag
000000         DISPLAY "営業日調整(F=翌営業日"
000000         DISPLAY " M=修正翌営業日 P=前営業日"
000000         DISPLAY " N=調整なし)を入力して下さい"
000000         ACCEPT SchedConvention
000000     END-IF.
000000
000000*    SCHEDULE-INPUT-FILEを先読みして全依頼の日程を組み、
000000*    祝日カレンダーの揃っていない年に当たる依頼が１件
000000*    でもあれば処理前に拒否する
000000 SchedPrescanCoverage.
000000
000000     OPEN INPUT ScheduleInputFile.
000000     IF ScheduleInputFileStatus NOT = "35" THEN
000000         MOVE "N" TO ScheduleEof
000000         PERFORM UNTIL ScheduleAtEnd OR CoverageRefused
000000             READ ScheduleInputFile
000000                 AT END
000000                     MOVE "Y" TO ScheduleEof
000000                 NOT AT END
000000                     PERFORM SchedTakeRecord
000000                     PERFORM SchedBuildOne
000000             END-READ
000000         END-PERFORM
000000         CLOSE ScheduleInputFile
000000     END-IF.
000000
000000*    SCHEDULE-INPUT-FILEを１件ずつ読み、不正な依頼は
000000*    依頼ＩＤを例外ファイルへ退避して処理を続行する
000000 ScheduleBatchProcess.
000000
000000     OPEN INPUT ScheduleInputFile.
000000     IF ScheduleInputFileStatus = "35" THEN
000000         MOVE 12 TO SeverityCandidate
000000         PERFORM RaiseSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "SCHEDIN not found; batch skipped."
000000         ELSE
000000             DISPLAY "SCHEDINが見つからないため"
000000             DISPLAY "バッチ処理を中止しました。"
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     OPEN EXTEND ScheduleOutputFile.
000000     IF ScheduleOutputFileStatus = "35" THEN
000000         OPEN OUTPUT ScheduleOutputFile
000000     END-IF.
000000     OPEN EXTEND ExceptionFile.
000000     IF ExceptionFileStatus = "35" THEN
000000         OPEN OUTPUT ExceptionFile
000000     END-IF.
000000
000000     MOVE "N" TO ScheduleEof.
000000     PERFORM UNTIL ScheduleAtEnd
000000         READ ScheduleInputFile
000000             AT END
000000                 MOVE "Y" TO ScheduleEof
000000             NOT AT END
000000                 ADD 1 TO InputReadCount
000000                 PERFORM SchedTakeRecord
000000                 PERFORM SchedBuildOne
000000                 IF SchedFailed THEN
000000                     MOVE SchedRequestId TO ExceptionInput
000000                     MOVE SchedReasonText
000000                         TO ExceptionReason
000000                     PERFORM WriteExceptionRecord
000000                 ELSE
000000                     PERFORM WriteScheduleRecords
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE ScheduleInputFile.
000000     CLOSE ScheduleOutputFile.
000000     CLOSE ExceptionFile.
000000
000000*    依頼レコードの項目を作業領域へ写す
000000 SchedTakeRecord.
000000
000000     MOVE SchedInRequestId TO SchedRequestId.
000000     MOVE SchedInStartDate TO SchedStartText.
000000     MOVE SchedInFrequency TO SchedFrequency.
000000     MOVE SchedInPeriods TO SchedPeriodsText.
000000     MOVE SchedInEndDate TO SchedEndText.
000000     MOVE SchedInEomFlag TO SchedEomFlag.
000000     MOVE SchedInBizConvention TO SchedConvention.
000000
000000*    依頼１件を検証し、各回の日付を日程表に組み上げる。
000000*    失敗したときは理由を残す
000000 SchedBuildOne.
000000
000000     MOVE "N" TO SchedState.
000000     MOVE SPACES TO SchedReasonText.
000000     MOVE 0 TO SchedUsed.
000000
000000     EVALUATE TRUE
000000         WHEN SchedMonthly
000000             MOVE 1 TO SchedStep
000000         WHEN SchedQuarterly
000000             MOVE 3 TO SchedStep
000000         WHEN SchedSemiannual
000000             MOVE 6 TO SchedStep
000000         WHEN SchedAnnual
000000             MOVE 12 TO SchedStep
000000         WHEN OTHER
000000             MOVE "Y" TO SchedState
000000             IF LanguageEnglish THEN
000000                 MOVE "Frequency must be M, Q, S or A."
000000                     TO SchedReasonText
000000             ELSE
000000                 MOVE "頻度はM/Q/S/Aです。"
000000                     TO SchedReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000     END-EVALUATE.
000000
000000     IF NOT SchedEomFlagValid THEN
000000         MOVE "Y" TO SchedState
000000         IF LanguageEnglish THEN
000000             MOVE "Month-end flag must be Y or N."
000000                 TO SchedReasonText
000000         ELSE
000000             MOVE "月末指定はYかNです。"
000000                 TO SchedReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF NOT SchedConventionValid THEN
000000         MOVE "Y" TO SchedState
000000         IF LanguageEnglish THEN
000000             MOVE "Convention must be F, M, P or N."
000000                 TO SchedReasonText
000000         ELSE
000000             MOVE "営業日調整はF/M/P/Nです。"
000000                 TO SchedReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000*    開始日(和暦の形式も可)
000000     MOVE SchedStartText TO DateInputText.
000000     PERFORM TakeEraFormDate.
000000     IF EraConvFailed THEN
000000         MOVE "Y" TO SchedState
000000         MOVE EraReasonText TO SchedReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000     PERFORM ValidateWholeDate.
000000     IF NOT DateIsValid THEN
000000         MOVE "Y" TO SchedState
000000         MOVE DateReasonText TO SchedReasonText
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE DateInputText TO SchedStartDate.
000000     MOVE DateYearPart TO SchedStartYear.
000000     MOVE DateMonthPart TO SchedStartMonth.
000000     MOVE DateDayPart TO SchedStartDay.
000000     IF DateDayPart = MonthDays(DateMonthPart) THEN
000000         MOVE "Y" TO SchedStartAtEom
000000     ELSE
000000         MOVE "N" TO SchedStartAtEom
000000     END-IF.
000000
000000*    回数を優先し、無ければ終了日を使う
000000     MOVE 0 TO SchedPeriodCount.
000000     MOVE 0 TO SchedEndDate.
000000     IF SchedPeriodsText NOT = SPACES THEN
000000         IF SchedPeriodsText IS NUMERIC THEN
000000             MOVE SchedPeriodsText TO SchedPeriodCount
000000         END-IF
000000         IF SchedPeriodCount < 1 OR SchedPeriodCount > 600
000000             THEN
000000             MOVE "Y" TO SchedState
000000             IF LanguageEnglish THEN
000000                 MOVE "Periods must be 001-600."
000000                     TO SchedReasonText
000000             ELSE
000000                 MOVE "回数は001〜600です。"
000000                     TO SchedReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000     ELSE
000000         IF SchedEndText = SPACES THEN
000000             MOVE "Y" TO SchedState
000000             IF LanguageEnglish THEN
000000                 MOVE "Give periods or an end date."
000000                     TO SchedReasonText
000000             ELSE
000000                 MOVE "回数か終了日が必要です。"
000000                     TO SchedReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000         MOVE SchedEndText TO DateInputText
000000         PERFORM TakeEraFormDate
000000         IF EraConvFailed THEN
000000             MOVE "Y" TO SchedState
000000             MOVE EraReasonText TO SchedReasonText
000000             EXIT PARAGRAPH
000000         END-IF
000000         PERFORM ValidateWholeDate
000000         IF NOT DateIsValid THEN
000000             MOVE "Y" TO SchedState
000000             MOVE DateReasonText TO SchedReasonText
000000             EXIT PARAGRAPH
000000         END-IF
000000         MOVE DateInputText TO SchedEndDate
000000         IF SchedEndDate <= SchedStartDate THEN
000000             MOVE "Y" TO SchedState
000000             IF LanguageEnglish THEN
000000                 MOVE "End date must follow start date."
000000                     TO SchedReasonText
000000             ELSE
000000                 MOVE "終了日が開始日以前です。"
000000                     TO SchedReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF.
000000
000000     MOVE 0 TO SchedIndex.
000000     MOVE SchedStartDate TO SchedPrevDate.
000000     MOVE "N" TO SchedLoopState.
000000     PERFORM UNTIL SchedLoopEnded OR SchedFailed
000000         PERFORM SchedAddPeriod
000000     END-PERFORM.
000000
000000*    次の１回分の日付を求めて日程表へ積む。終了日の指定
000000*    では、終了日に達した回で打ち切る
000000 SchedAddPeriod.
000000
000000     ADD 1 TO SchedIndex.
000000     PERFORM SchedRollForward.
000000     IF SchedFailed THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO SchedStubFlag.
000000     IF SchedPeriodCount > 0 THEN
000000         IF SchedIndex >= SchedPeriodCount THEN
000000             MOVE "Y" TO SchedLoopState
000000         END-IF
000000     ELSE
000000         IF SchedRollDate >= SchedEndDate THEN
000000             MOVE "Y" TO SchedLoopState
000000             IF SchedRollDate > SchedEndDate THEN
000000                 MOVE "Y" TO SchedStubFlag
000000                 MOVE SchedEndDate TO SchedRollDate
000000                 MOVE SchedEndDate TO SchedProbe
000000                 MOVE SchedProbeYear TO SchedRollYear
000000                 MOVE SchedProbeMonth TO SchedRollMonth
000000                 MOVE SchedProbeDay TO SchedRollDay
000000             END-IF
000000         END-IF
000000         IF SchedUsed >= 600 THEN
000000             MOVE "Y" TO SchedState
000000             IF LanguageEnglish THEN
000000                 MOVE "Schedule exceeds 600 periods."
000000                     TO SchedReasonText
000000             ELSE
000000                 MOVE "日程が600回を超えます。"
000000                     TO SchedReasonText
000000             END-IF
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF.
000000
000000     PERFORM SchedAdjustDate.
000000     PERFORM SchedCountDays.
000000
000000     ADD 1 TO SchedUsed.
000000     MOVE SchedPrevDate TO SchedTabStart(SchedUsed).
000000     MOVE SchedRollDate TO SchedTabUnadj(SchedUsed).
000000     MOVE SchedAdjDate TO SchedTabAdj(SchedUsed).
000000     MOVE SchedSpanDays TO SchedTabDays(SchedUsed).
000000     MOVE SchedAdjFlag TO SchedTabAdjusted(SchedUsed).
000000     MOVE SchedStubFlag TO SchedTabStub(SchedUsed).
000000     MOVE SchedAdjDate TO SchedPrevDate.
000000
000000*    開始日から(回数×頻度の月数)進めた調整前の日付を
000000*    求める。その月に無い日と、月末指定で開始日が月末の
000000*    ときは、その月の月末日(閏年区分に従う)とする
000000 SchedRollForward.
000000
000000     COMPUTE SchedMonthCount =
000000         SchedStartMonth - 1 + SchedIndex * SchedStep.
000000     DIVIDE SchedMonthCount BY 12 GIVING SchedYearsAhead
000000         REMAINDER SchedMonthRem.
000000     COMPUTE SchedRollYear = SchedStartYear + SchedYearsAhead.
000000     COMPUTE SchedRollMonth = SchedMonthRem + 1.
000000     IF SchedRollYear > 9999 THEN
000000         MOVE "Y" TO SchedState
000000         IF LanguageEnglish THEN
000000             MOVE "Schedule runs past year 9999."
000000                 TO SchedReasonText
000000         ELSE
000000             MOVE "日程が9999年を超えます。"
000000                 TO SchedReasonText
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE SchedRollYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     PERFORM BuildMonthLengths.
000000     IF (SchedEomWanted AND SchedStartIsEom) OR
000000         SchedStartDay > MonthDays(SchedRollMonth) THEN
000000         MOVE MonthDays(SchedRollMonth) TO SchedRollDay
000000     ELSE
000000         MOVE SchedStartDay TO SchedRollDay
000000     END-IF.
000000     COMPUTE SchedRollDate = SchedRollYear * 10000
000000         + SchedRollMonth * 100 + SchedRollDay.
000000
000000*    調整前の日付が土日・祝日なら営業日調整の定めで動かす。
000000*    営業日の判定と歩行はDetermineBusinessDayと同じ
000000*    ProbeWalkDate・AdvanceOneDay・RetreatOneDayを使う
000000 SchedAdjustDate.
000000
000000     MOVE "N" TO SchedAdjFlag.
000000     MOVE SchedRollDate TO SchedAdjDate.
000000     IF SchedNoAdjust THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE SchedRollYear TO CoverageYear.
000000     PERFORM CheckYearCoverage.
000000
000000     MOVE SchedRollYear TO WalkYear.
000000     MOVE SchedRollMonth TO WalkMonth.
000000     MOVE SchedRollDay TO WalkDay.
000000     PERFORM ProbeWalkDate.
000000     IF ProbeIsBusiness THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF SchedFollowing OR SchedModFollowing THEN
000000         MOVE 0 TO WalkGuard
000000         PERFORM UNTIL ProbeIsBusiness OR WalkGuard > 400
000000             ADD 1 TO WalkGuard
000000             PERFORM AdvanceOneDay
000000             PERFORM ProbeWalkDate
000000         END-PERFORM
000000     END-IF.
000000
000000*    修正翌営業日で月をまたいだら、元の日から前へ歩き直す
000000     IF SchedModFollowing AND WalkMonth NOT = SchedRollMonth
000000         THEN
000000         MOVE SchedRollYear TO WalkYear
000000         MOVE SchedRollMonth TO WalkMonth
000000         MOVE SchedRollDay TO WalkDay
000000         MOVE "N" TO ProbeBusiness
000000     END-IF.
000000
000000     IF NOT ProbeIsBusiness THEN
000000         MOVE 0 TO WalkGuard
000000         PERFORM UNTIL ProbeIsBusiness OR WalkGuard > 400
000000             ADD 1 TO WalkGuard
000000             PERFORM RetreatOneDay
000000             PERFORM ProbeWalkDate
000000         END-PERFORM
000000     END-IF.
000000
000000     IF WalkYear NOT = SchedRollYear THEN
000000         MOVE WalkYear TO CoverageYear
000000         PERFORM CheckYearCoverage
000000     END-IF.
000000
000000     MOVE WalkDate TO SchedAdjDate.
000000     MOVE "Y" TO SchedAdjFlag.
000000
000000*    前回の調整後の日付から今回の調整後の日付までの実日数
000000*    を、(西暦, 通算日)の組に直して年間日数を積み上げて
000000*    求める(CalcDiffDatesと同じ数え方)
000000 SchedCountDays.
000000
000000     MOVE SchedPrevDate TO SchedProbe.
000000     PERFORM SchedProbeDoy.
000000     MOVE SchedProbeYear TO SchedFromYear.
000000     MOVE DayOfYearTotal TO SchedFromDoy.
000000
000000     MOVE SchedAdjDate TO SchedProbe.
000000     PERFORM SchedProbeDoy.
000000     MOVE SchedProbeYear TO SchedToYear.
000000     MOVE DayOfYearTotal TO SchedToDoy.
000000
000000     MOVE 0 TO SchedSpanDays.
000000     PERFORM VARYING SchedCursorYear FROM SchedFromYear BY 1
000000         UNTIL SchedCursorYear >= SchedToYear
000000         MOVE SchedCursorYear TO CompleteValue
000000         PERFORM ObtainVerdict
000000         ADD FactTotalDays TO SchedSpanDays
000000     END-PERFORM.
000000     COMPUTE SchedSpanDays =
000000         SchedSpanDays - SchedFromDoy + SchedToDoy.
000000
000000*    SchedProbeの日付の通算日を求める
000000 SchedProbeDoy.
000000
000000     MOVE SchedProbeYear TO CompleteValue.
000000     PERFORM ObtainVerdict.
000000     PERFORM BuildMonthLengths.
000000     MOVE SchedProbeMonth TO DateMonthPart.
000000     MOVE SchedProbeDay TO DateDayPart.
000000     PERFORM ComputeDayOfYear.
000000
000000*    組み上げた日程表を回の順に書き出す
000000 WriteScheduleRecords.
000000
000000     PERFORM VARYING SchedWriteIndex FROM 1 BY 1
000000         UNTIL SchedWriteIndex > SchedUsed
000000         PERFORM WriteScheduleOutput
000000     END-PERFORM.
000000
000000*    日程の１回分を書き出す
000000 WriteScheduleOutput.
000000
000000     MOVE SchedRequestId TO SchedOutRequestId.
000000     MOVE SchedWriteIndex TO SchedOutPeriod.
000000     MOVE SchedTabStart(SchedWriteIndex)
000000         TO SchedOutPeriodStart.
000000     MOVE SchedTabUnadj(SchedWriteIndex) TO SchedOutUnadjDate.
000000     MOVE SchedTabAdj(SchedWriteIndex) TO SchedOutAdjDate.
000000     MOVE SchedTabDays(SchedWriteIndex) TO SchedOutPeriodDays.
000000     MOVE SchedTabAdjusted(SchedWriteIndex)
000000         TO SchedOutAdjustFlag.
000000     MOVE SchedTabStub(SchedWriteIndex) TO SchedOutStubFlag.
000000     MOVE CurrentRuleVersion TO SchedOutRuleVersion.
000000     ACCEPT AuditDate FROM DATE YYYYMMDD.
000000     ACCEPT AuditTime FROM TIME.
000000     STRING AuditDate AuditTime DELIMITED BY SIZE
000000         INTO SchedOutTimestamp.
000000     WRITE ScheduleOutputRecord.
000000     ADD 1 TO ScheduleOutCount.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "FutureBabyMama" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "FutureBabyMama" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
