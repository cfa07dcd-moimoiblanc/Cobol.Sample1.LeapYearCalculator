000000 2       ScanIndex PIC 9(1).
000000 2       CrSlot PIC 9(1).
000000
000000*    操作者権限検査副プログラム(OperAuth)の連絡領域
000000 COPY LYCOAUT.
000000
000000*    処分確定の時刻印で使用する作業領域
000000 1   StampWork.
000000 2       StampDate PIC 9(8).
000000 2       AbandonedCount PIC 9(9).
000000 2       HeldCount PIC 9(9).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     DISPLAY "入力して下さい"
000000     ACCEPT LanguageFlag.
000000
000000*    操作者権限プロファイルで起動の可否を調べる
000000     MOVE "ExcpCorrect" TO OperAuthProgram.
000000     MOVE SPACE TO OperAuthFunction.
000000     CALL "OperAuth" USING OperAuthArea.
000000     IF NOT OperAuthGranted THEN
000000         PERFORM ShowAuthRefused
000000         MOVE 12 TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE 12 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     MOVE 0 TO ReadCount.
000000     MOVE 0 TO CorrectedCount.
000000     MOVE 0 TO AbandonedCount.
000000             WHEN AnswerCorrect
000000                 PERFORM AttemptCorrection
000000             WHEN AnswerAbandon
000000                 PERFORM CheckFunctionAuth
000000                 IF OperAuthGranted THEN
000000                     PERFORM AbandonException
000000                 END-IF
000000             WHEN AnswerStop
000000                 PERFORM HoldException
000000                 MOVE "Y" TO SessionFlag
000000
000000     MOVE X"0D" TO InputString(CrSlot:1).
000000
000000*    放棄(入力を捨てる処分)の前に、その機能の権限を操作者
000000*    権限プロファイルで調べる。拒否なら処分の問い合わせへ
000000*    戻る
000000 CheckFunctionAuth.
000000
000000     MOVE AnswerCode TO OperAuthFunction.
000000     CALL "OperAuth" USING OperAuthArea.
000000     IF NOT OperAuthGranted THEN
000000         PERFORM ShowAuthRefused
000000     END-IF.
000000
000000*    操作者権限プロファイルによる拒否を通知する(拒否は
000000*    OperAuthが権限違反記録へ残している)
000000 ShowAuthRefused.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Not authorized: operator " OperAuthOperator
000000             " " OperAuthProgram " function "
000000             OperAuthFunction
000000         EVALUATE TRUE
000000             WHEN OperAuthNoFile
000000                 DISPLAY "OPERPRF not found; maintenance is"
000000                 DISPLAY "refused to every operator."
000000             WHEN OperAuthExpired
000000                 DISPLAY "The operator profile has expired."
000000             WHEN OTHER
000000                 DISPLAY "No operator profile allows this."
000000         END-EVALUATE
000000     ELSE
000000         DISPLAY "権限がありません: 操作者 "
000000             OperAuthOperator
000000         DISPLAY OperAuthProgram " 機能 " OperAuthFunction
000000         EVALUATE TRUE
000000             WHEN OperAuthNoFile
000000                 DISPLAY "OPERPRFが無いため保守は"
000000                 DISPLAY "全ての操作者に拒否します。"
000000             WHEN OperAuthExpired
000000                 DISPLAY "操作者権限の有効期限が"
000000                 DISPLAY "切れています。"
000000             WHEN OTHER
000000                 DISPLAY "この操作を許可する権限が"
000000                 DISPLAY "ありません。"
000000         END-EVALUATE
000000     END-IF.
000000
000000*    例外１件を放棄として処分する
000000 AbandonException.
000000
000000         DISPLAY "放棄件数: " AbandonedCount
000000         DISPLAY "保留件数: " HeldCount
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "ExcpCorrect" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
