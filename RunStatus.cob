000000 2       RemainSeconds PIC 9(9).
000000 2       RemainCount PIC S9(9).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         CLOSE HeartbeatFile
000000     END-IF.
000000
000000     MOVE StatusSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE StatusSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000             DISPLAY "疑いがあります。"
000000         END-IF
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "RunStatus" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
