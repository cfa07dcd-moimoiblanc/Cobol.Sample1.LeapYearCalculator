000000     SELECT ClosedExceptionFile ASSIGN TO "CLOSEDF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ClosedExceptionFileStatus.
000000*    RuleMaintで起票された規則変更の承認待ちファイル
000000     SELECT PendingRuleFile ASSIGN TO "RULESP"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PendingRuleFileStatus.
000000*    夜間サイクル１日分の運用要約を書き出す報告書ファイル
000000     SELECT SummaryReportFile ASSIGN TO "OPSRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 COPY LYCEXCP.
000000 FD  ClosedExceptionFile.
000000 COPY LYCCLEX.
000000 FD  PendingRuleFile.
000000 COPY LYCRPND.
000000 FD  SummaryReportFile.
000000 1   SummaryReportLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 2       ExceptionFileStatus PIC X(2).
000000 2       ClosedExceptionFileStatus PIC X(2).
000000 2       SummaryReportFileStatus PIC X(2).
000000 2       PendingRuleFileStatus PIC X(2).
000000 2       RunLogEof PIC X(1).
000000     88  RunLogAtEnd VALUE "Y".
000000 2       OutputEof PIC X(1).
000000     88  ExceptionAtEnd VALUE "Y".
000000 2       ClosedEof PIC X(1).
000000     88  ClosedAtEnd VALUE "Y".
000000 2       PendingEof PIC X(1).
000000     88  PendingAtEnd VALUE "Y".
000000
000000*    表示言語の切替え(Program.cobのLanguageFlagと同じ流儀)
000000 1   LanguageFlag PIC X(1) VALUE "J".
000000 2       TargetDateText PIC X(8).
000000 2       TargetDateAlpha PIC X(8).
000000
000000*    規則変更の滞留判定(PENDAGE=指定が無ければ３日)。
000000*    承認待ちは起票日から、承認済みは適用日からの日数で
000000*    判定する
000000 1   PendingAgeWork.
000000 2       PendingAgeLimit PIC 9(3) VALUE 3.
000000 2       PendingAgeText PIC X(3).
000000 2       PendingBaseDate PIC 9(8).
000000 2       PendingBaseText PIC X(8).
000000 2       PendingAgeDays PIC S9(7).
000000 2       PendingAged PIC X(1).
000000     88  PendingIsAged VALUE "Y".
000000 2       EditedAge PIC ZZZZZZ9.
000000 2       ReportPointer PIC 9(3).
000000
000000*    LEAPOUTの制御レコードを実行時刻印ごとに整理する表。
000000*    ヘッダだけでトレーラの無い実行(途中終了)を実行記録と
000000*    突き合わせて検出する
000000 2       ExcpTotalCount PIC 9(9).
000000 2       ClosedCount PIC 9(9).
000000 2       ClosedTotalCount PIC 9(9).
000000 2       AgedPendingCount PIC 9(9).
000000 2       SummarySeverity PIC 9(2).
000000
000000*    報告書１行分の編集領域
000000 2       EditedExcp PIC ZZZZZZZZ9.
000000 2       EditedElapsed PIC ZZZZZZ9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     MOVE 0 TO ExcpTotalCount.
000000     MOVE 0 TO ClosedCount.
000000     MOVE 0 TO ClosedTotalCount.
000000     MOVE 0 TO AgedPendingCount.
000000     MOVE 0 TO SummarySeverity.
000000     MOVE TargetDate TO TargetDateAlpha.
000000
000000     PERFORM ReadRunLog.
000000     PERFORM CountExceptions.
000000     PERFORM CountClosed.
000000     PERFORM CountAgedPending.
000000     PERFORM WriteSummaryReport.
000000
000000     MOVE SummarySeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE SummarySeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、DATE=・LANG=・
000000*    PENDAGE=の指定を反映する(Program.cobのParseParmと同じ
000000*    流儀)
000000 ParseParm.
000000
000000     MOVE 1 TO ParmPointer.
000000             END-IF
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000         WHEN "PENDAGE"
000000             MOVE SPACES TO PendingAgeText
000000             UNSTRING ParmTokenVal DELIMITED BY SPACE
000000                 INTO PendingAgeText
000000             END-UNSTRING
000000             IF FUNCTION TRIM(PendingAgeText) IS NUMERIC THEN
000000                 COMPUTE PendingAgeLimit =
000000                     FUNCTION NUMVAL(PendingAgeText)
000000             END-IF
000000     END-EVALUATE.
000000
000000*    LEAPOUTの制御レコードを走査し、実行時刻印ごとにヘッダ
000000         CLOSE ClosedExceptionFile
000000     END-IF.
000000
000000*    承認待ちファイルを読み、滞留している規則変更を数える
000000 CountAgedPending.
000000
000000     OPEN INPUT PendingRuleFile.
000000     IF PendingRuleFileStatus NOT = "35" THEN
000000         MOVE "N" TO PendingEof
000000         PERFORM UNTIL PendingAtEnd
000000             READ PendingRuleFile
000000                 AT END
000000                     MOVE "Y" TO PendingEof
000000                 NOT AT END
000000                     PERFORM JudgePendingAge
000000                     IF PendingIsAged THEN
000000                         ADD 1 TO AgedPendingCount
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE PendingRuleFile
000000     END-IF.
000000
000000*    起票１件が滞留しているかどうかを判定する。承認待ちは
000000*    起票日から、承認済みで未反映のものは適用日から対象日
000000*    までの日数が上限を超えたものを滞留とする
000000 JudgePendingAge.
000000
000000     MOVE "N" TO PendingAged.
000000     EVALUATE TRUE
000000         WHEN PendingAwaiting
000000             MOVE PendingMakeStamp(1:8) TO PendingBaseText
000000         WHEN PendingApproved
000000             MOVE PendingEffDate TO PendingBaseText
000000         WHEN OTHER
000000             EXIT PARAGRAPH
000000     END-EVALUATE.
000000
000000     IF PendingBaseText IS NOT NUMERIC THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE PendingBaseText TO PendingBaseDate.
000000     IF PendingBaseDate > TargetDate THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     COMPUTE PendingAgeDays =
000000         FUNCTION INTEGER-OF-DATE(TargetDate) -
000000         FUNCTION INTEGER-OF-DATE(PendingBaseDate).
000000     IF PendingAgeDays > PendingAgeLimit THEN
000000         MOVE "Y" TO PendingAged
000000     END-IF.
000000
000000*    運用要約報告書を書き出す。問題のある実行を先頭の節に
000000*    まとめ、スクロールせずに異常へ気付けるようにする
000000 WriteSummaryReport.
000000
000000     PERFORM WriteVerdictLine.
000000     PERFORM WriteProblemSection.
000000     PERFORM WriteAgedPendingSection.
000000     PERFORM WriteRunSection.
000000     PERFORM WriteCycleTotals.
000000
000000     IF ProblemCount > 0 THEN
000000         MOVE 8 TO SummarySeverity
000000     ELSE
000000         IF RunCount = 0 OR AgedPendingCount > 0 THEN
000000             MOVE 4 TO SummarySeverity
000000         END-IF
000000     END-IF.
000000         END-IF
000000     END-PERFORM.
000000
000000*    滞留している規則変更を問題のある実行の次にまとめて
000000*    書き出す
000000 WriteAgedPendingSection.
000000
000000     IF AgedPendingCount = 0 THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "AGED RULE CHANGES" TO ReportBuffer
000000     ELSE
000000         MOVE "滞留している規則変更" TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     OPEN INPUT PendingRuleFile.
000000     IF PendingRuleFileStatus NOT = "35" THEN
000000         MOVE "N" TO PendingEof
000000         PERFORM UNTIL PendingAtEnd
000000             READ PendingRuleFile
000000                 AT END
000000                     MOVE "Y" TO PendingEof
000000                 NOT AT END
000000                     PERFORM JudgePendingAge
000000                     IF PendingIsAged THEN
000000                         PERFORM WritePendingLines
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE PendingRuleFile
000000     END-IF.
000000
000000*    滞留している規則変更１件分を２行の明細として書き出す
000000 WritePendingLines.
000000
000000     MOVE PendingAgeDays TO EditedAge.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  CHANGE " PendingId
000000             " STATUS " PendingStatus
000000             " DIV " PendingDivisor
000000             " EFF " PendingEffDate
000000             " AGE" EditedAge " DAYS"
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  起票 " PendingId
000000             " 状態 " PendingStatus
000000             " 除数 " PendingDivisor
000000             " 適用日 " PendingEffDate
000000             " 滞留" EditedAge " 日"
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     MOVE 1 TO ReportPointer.
000000     IF LanguageEnglish THEN
000000         STRING "    RAISED BY " PendingMaker
000000             " AT " PendingMakeStamp
000000             DELIMITED BY SIZE INTO ReportBuffer
000000             WITH POINTER ReportPointer
000000         IF PendingApproved THEN
000000             STRING " APPROVED BY " PendingChecker
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000                 WITH POINTER ReportPointer
000000         END-IF
000000     ELSE
000000         STRING "    起票 " PendingMaker
000000             " " PendingMakeStamp
000000             DELIMITED BY SIZE INTO ReportBuffer
000000             WITH POINTER ReportPointer
000000         IF PendingApproved THEN
000000             STRING " 承認 " PendingChecker
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000                 WITH POINTER ReportPointer
000000         END-IF
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    対象日の全実行を明細として書き出す
000000 WriteRunSection.
000000
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE AgedPendingCount TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "AGED RULE CHANGES: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "滞留している規則変更数: " EditedTally
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE ExcpOpenCount TO EditedTally.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000
000000     WRITE SummaryReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "OpsSummary" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
