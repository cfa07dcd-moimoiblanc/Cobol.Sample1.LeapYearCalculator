000000 2       OrphanCount PIC 9(9).
000000 2       BalanceSeverity PIC 9(2).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000             DISPLAY "処理を中止しました。"
000000         END-IF
000000         MOVE 12 TO BalanceSeverity
000000         MOVE 12 TO AlertRequestSeverity
000000         MOVE "BALANCE" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "LEAPOUT not found; balancing not done"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     ELSE
000000         PERFORM ReadOutputFile
000000         PERFORM VerifyAuditCounts
000000         PERFORM ShowBalanceTotals
000000     END-IF.
000000
000000     MOVE BalanceSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE BalanceSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000         WHEN OTHER
000000             MOVE 0 TO BalanceSeverity
000000     END-EVALUATE.
000000
000000     IF ImbalanceCount > 0 THEN
000000         MOVE 8 TO AlertRequestSeverity
000000         MOVE "BALANCE" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING ImbalanceCount " runs out of balance"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "LeapBalance" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "LeapBalance" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
