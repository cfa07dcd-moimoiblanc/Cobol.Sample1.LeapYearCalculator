000000*    閏年判定副プログラム(LeapYearEval)の連絡領域
000000 COPY LYCLEAP.
000000
000000*    操作者権限検査副プログラム(OperAuth)の連絡領域
000000 COPY LYCOAUT.
000000
000000*    現行の規則版番号(これと異なる登録が削除対象)
000000 1   CurrentRuleVersion PIC 9(5).
000000
000000 2       ReportBuffer PIC X(80).
000000 2       EditedTally PIC ZZZZZZZZ9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         ACCEPT FunctionSwitch
000000     END-IF.
000000
000000*    操作者権限プロファイルで起動の可否を調べる
000000     MOVE "MasterMaint" TO OperAuthProgram.
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
000000     MOVE 0 TO MaintSeverity.
000000     MOVE 0 TO ScannedCount.
000000     MOVE 0 TO PurgedCount.
000000     CALL "LeapYearEval" USING LeapEvalArea.
000000     MOVE LeapEvalRuleVersion TO CurrentRuleVersion.
000000
000000     IF LeapEvalOnDefaults THEN
000000         IF MaintSeverity < 4 THEN
000000             MOVE 4 TO MaintSeverity
000000         END-IF
000000         MOVE 4 TO AlertRequestSeverity
000000         MOVE "RULESDEF" TO AlertRequestCode
000000         MOVE SPACES TO AlertRequestText
000000         STRING "Rules fell back to the built-in defaults"
000000             DELIMITED BY SIZE INTO AlertRequestText
000000         PERFORM RaiseConditionAlert
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN FuncUnload
000000             PERFORM UnloadMaster
000000         WHEN FuncPurge
000000             PERFORM CheckFunctionAuth
000000             IF OperAuthGranted THEN
000000                 PERFORM PurgeStaleVersions
000000             END-IF
000000         WHEN FuncVerify
000000             PERFORM VerifyMaster
000000         WHEN FuncPrime
000000             PERFORM CheckFunctionAuth
000000             IF OperAuthGranted THEN
000000                 PERFORM PrimeMaster
000000             END-IF
000000         WHEN OTHER
000000             MOVE 12 TO MaintSeverity
000000             IF LanguageEnglish THEN
000000             END-IF
000000     END-EVALUATE.
000000
000000     MOVE MaintSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE MaintSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    マスターを書き換える機能(旧版削除・先行登録)の実行前
000000*    に、その機能の権限を操作者権限プロファイルで調べる。
000000*    拒否なら何もせず致命的完了とする
000000 CheckFunctionAuth.
000000
000000     MOVE FunctionSwitch TO OperAuthFunction.
000000     CALL "OperAuth" USING OperAuthArea.
000000     IF NOT OperAuthGranted THEN
000000         MOVE 12 TO MaintSeverity
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
000000*    マスターをI-Oで開く。無い・開けない環境では保守を
000000*    行わず致命的完了とする
000000 OpenMasterOrFail.
000000
000000     WRITE MasterReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "MasterMaint" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
000000
000000*    障害状況１件を運用警報として残す。呼出し前に重大度・
000000*    警報コード・本文を設定しておく
000000 RaiseConditionAlert.
000000
000000     MOVE "A" TO AlertRequestFunction.
000000     MOVE "MasterMaint" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
