000000 2       EditedPosition PIC ZZZZZZZZ9.
000000 2       EditedFirstPos PIC ZZZZZZZZ9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         PERFORM ShowPreEditTotals
000000     END-IF.
000000
000000     MOVE PreEditSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE PreEditSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000             " 採用: " KeptCount
000000             " 除去: " DroppedCount
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "YearPreEdit" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
