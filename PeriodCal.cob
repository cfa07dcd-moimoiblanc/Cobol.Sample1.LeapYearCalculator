000000 2       ZellerJ4 PIC S9(3).
000000 2       DayOfWeekValue PIC 9(1).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         PERFORM GeneratePeriods
000000     END-IF.
000000
000000     MOVE GenerateSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE GenerateSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalRuleVersion TO CurrentRuleVersion.
000000
000000     IF LeapEvalOnDefaults THEN
000000         IF GenerateSeverity < 4 THEN
000000             MOVE 4 TO GenerateSeverity
000000         END-IF
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "RULESDEF" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Rules fell back to the built-in defaults"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000     OPEN OUTPUT PeriodFile.
000000
000000     PERFORM VARYING RangeCursor FROM FromYear BY 1
000000
000000     COMPUTE DayOfWeekValue =
000000         FUNCTION MOD(ZellerH + 6, 7) + 1.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "PeriodCal" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "PeriodCal" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
