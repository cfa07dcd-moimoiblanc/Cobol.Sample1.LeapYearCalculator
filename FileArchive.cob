000000 COPY LYCOUT.
000000 COPY LYCOCTL.
000000 FD  ArchiveAuditFile.
000000*    退避した監査証跡は連鎖の通番・連鎖値も含めて１件
000000*    まるごと写す(ARCHAUDとAUDITFを続けて１本の連鎖になる)
000000 1   ArchiveAuditRecord.
000000 2       ArchiveAuditCutDate PIC 9(8).
000000 2       ArchiveAuditData PIC X(77).
000000 FD  ArchiveLeapFile.
000000 1   ArchiveLeapRecord.
000000 2       ArchiveLeapCutDate PIC 9(8).
000000     88  CurrentAtEnd VALUE "Y".
000000 2       WorkEof PIC X(1).
000000     88  WorkAtEnd VALUE "Y".
000000 2       AuditKeepRest PIC X(1).
000000     88  AuditKeepingRest VALUE "Y".
000000
000000*    表示言語の切替え(Program.cobのLanguageFlagと同じ流儀)
000000 1   LanguageFlag PIC X(1) VALUE "J".
000000     88  DispositionArchive VALUE "A".
000000     88  DispositionPurge VALUE "P".
000000
000000*    操作者権限検査副プログラム(OperAuth)の連絡領域
000000 COPY LYCOAUT.
000000
000000*    ファイル１本分の処分件数
000000 1   DispositionCounts.
000000 2       RetainedCount PIC 9(9).
000000 2       EditedArchived PIC ZZZZZZZZ9.
000000 2       EditedPurged PIC ZZZZZZZZ9.
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000*    操作者権限プロファイルで起動の可否を調べる
000000     MOVE "FileArchive" TO OperAuthProgram.
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
000000     ACCEPT RunDate FROM DATE YYYYMMDD.
000000     PERFORM ComputeCutoffs.
000000
000000*    完全削除を伴う実行は削除(P)の権限も要る。拒否なら
000000*    何も退避・削除しない
000000     IF PurgeDays > 0 THEN
000000         MOVE "P" TO OperAuthFunction
000000         CALL "OperAuth" USING OperAuthArea
000000         IF NOT OperAuthGranted THEN
000000             PERFORM ShowAuthRefused
000000             MOVE 12 TO AlertRequestSeverity
000000             PERFORM RaiseCompletionAlert
000000             MOVE 12 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000     END-IF.
000000
000000     OPEN EXTEND DispositionFile.
000000     IF DispositionFileStatus = "35" THEN
000000         OPEN OUTPUT DispositionFile
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
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
000000*    保持日数・完全削除日数から日付比較用の通算日を求める。
000000*    PURGEDAYS=0は完全削除なし(全件を退避)の指定
000000 ComputeCutoffs.
000000     OPEN OUTPUT WorkFile.
000000
000000     MOVE "N" TO CurrentEof.
000000     MOVE "N" TO AuditKeepRest.
000000     PERFORM UNTIL CurrentAtEnd
000000         READ AuditFile
000000             AT END
000000             NOT AT END
000000                 MOVE AuditTimestamp(1:8) TO RecordDateText
000000                 PERFORM DecideDisposition
000000*    保持と決まった１件より後ろは全て保持する。退避分が
000000*    常に連鎖の先頭側だけになり、ARCHAUDの末尾から現用
000000*    AUDITFの先頭へ連鎖が切れ目なく続く
000000                 IF AuditKeepingRest THEN
000000                     SET DispositionRetain TO TRUE
000000                 END-IF
000000                 IF DispositionRetain THEN
000000                     MOVE "Y" TO AuditKeepRest
000000                 END-IF
000000                 EVALUATE TRUE
000000                     WHEN DispositionRetain
000000                         ADD 1 TO RetainedCount
000000             " 退避=" EditedArchived
000000             " 削除=" EditedPurged
000000     END-IF.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "FileArchive" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
