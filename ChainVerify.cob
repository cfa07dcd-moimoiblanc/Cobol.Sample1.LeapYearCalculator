000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ChainVerify.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    FileArchiveが切り出した監査証跡の退避ファイル(連鎖の
000000*    先頭側)
000000     SELECT ArchiveAuditFile ASSIGN TO "ARCHAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ArchiveAuditFileStatus.
000000*    現用の監査証跡ファイル(ARCHAUDの続き)
000000     SELECT AuditFile ASSIGN TO "AUDITF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AuditFileStatus.
000000*    規則変更履歴ファイル(独立した１本の連鎖)
000000     SELECT RuleHistoryFile ASSIGN TO "RULESH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RuleHistoryFileStatus.
000000*    監査期間の締め前に残す連鎖検証報告書ファイル
000000     SELECT ChainReportFile ASSIGN TO "CHAINRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ChainReportFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ArchiveAuditFile.
000000 1   ArchiveAuditRecord.
000000 2       ArchiveAuditCutDate PIC 9(8).
000000 2       ArchiveAuditData PIC X(77).
000000 FD  AuditFile.
000000 1   AuditLine PIC X(80).
000000 FD  RuleHistoryFile.
000000 COPY LYCRHIS.
000000 FD  ChainReportFile.
000000 1   ChainReportLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   VerifyFileWork.
000000 2       ArchiveAuditFileStatus PIC X(2).
000000 2       AuditFileStatus PIC X(2).
000000 2       RuleHistoryFileStatus PIC X(2).
000000 2       ChainReportFileStatus PIC X(2).
000000 2       VerifyEof PIC X(1).
000000     88  VerifyAtEnd VALUE "Y".
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
000000
000000*    ARCHAUD・AUDITFの１件を読み解く監査証跡レコード
000000 COPY LYCAUD.
000000
000000*    連鎖値計算副プログラム(AuditChain)の連絡領域。
000000*    連鎖値の再計算と、連鎖の錨の読出しに使う
000000 COPY LYCCHAN.
000000
000000*    検証中の連鎖の状態(連鎖ごとに初期化する)
000000 1   ChainState.
000000 2       VerifyChainName PIC X(8).
000000 2       VerifyFileName PIC X(8).
000000 2       VerifyRecordNo PIC 9(9).
000000 2       VerifySeq PIC 9(9).
000000 2       VerifyValue PIC 9(10).
000000 2       VerifyChained PIC X(1).
000000     88  VerifyIsChained VALUE "Y".
000000 2       ChainStarted PIC X(1).
000000     88  ChainHasStarted VALUE "Y".
000000 2       PriorValue PIC 9(10).
000000 2       LastSeq PIC 9(9).
000000 2       MaxSeq PIC 9(9).
000000 2       LinkOk PIC X(1).
000000     88  LinkVerified VALUE "Y".
000000 2       IssueKind PIC X(1).
000000     88  IssueLink VALUE "L".
000000     88  IssueOrder VALUE "O".
000000     88  IssueGap VALUE "G".
000000     88  IssueUnchained VALUE "U".
000000     88  IssueTail VALUE "T".
000000     88  IssueAnchor VALUE "A".
000000     88  IssueAnchorBehind VALUE "B".
000000     88  IssueNoAnchor VALUE "N".
000000     88  IssueNone VALUE SPACE.
000000
000000*    連鎖ごとの件数
000000 1   ChainCounts.
000000 2       RecordCount PIC 9(9).
000000 2       LegacyCount PIC 9(9).
000000 2       ChainedCount PIC 9(9).
000000 2       LinkBreakCount PIC 9(9).
000000 2       OrderBreakCount PIC 9(9).
000000 2       MissingCount PIC 9(9).
000000 2       WarningCount PIC 9(9).
000000
000000*    最初の切れ目(どのファイルの何件目・どの通番か)
000000 1   FirstBreak.
000000 2       FirstBreakFound PIC X(1).
000000     88  FirstBreakRecorded VALUE "Y".
000000 2       FirstBreakFile PIC X(8).
000000 2       FirstBreakRecordNo PIC 9(9).
000000 2       FirstBreakSeq PIC 9(9).
000000 2       FirstBreakKind PIC X(1).
000000
000000*    欠番の範囲表。通番が飛んだ所で範囲を積み、後から
000000*    その範囲の通番が現れたら順序の乱れとして範囲から外す
000000*    (最後まで残った範囲だけが本当の欠番)
000000 1   GapTable.
000000 2       GapEntry OCCURS 50.
000000 3           GapFrom PIC 9(9).
000000 3           GapTo PIC 9(9).
000000 1   GapUsed PIC 9(2).
000000 1   GapIndex PIC 9(2).
000000 1   GapFound PIC X(1).
000000     88  GapRangeFound VALUE "Y".
000000 1   GapOverflow PIC X(1).
000000     88  GapTableFull VALUE "Y".
000000
000000*    報告書１行分の編集領域と完了コード
000000 1   ReportWork.
000000 2       ReportBuffer PIC X(80).
000000 2       ReportPointer PIC 9(3).
000000 2       IssueText PIC X(16).
000000 2       EditedCount PIC ZZZZZZZZ9.
000000 2       CountLabel PIC X(24).
000000 2       RunDate PIC 9(8).
000000 2       VerifySeverity PIC 9(2).
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
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000     ACCEPT RunDate FROM DATE YYYYMMDD.
000000     MOVE 0 TO VerifySeverity.
000000
000000     OPEN OUTPUT ChainReportFile.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "AUDIT CHAIN VERIFICATION " RunDate
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "連鎖検証報告書 " RunDate
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    監査証跡はARCHAUDからAUDITFへ続けて１本として歩く
000000     MOVE "AUDITF" TO VerifyChainName.
000000     PERFORM StartChain.
000000     PERFORM WalkArchiveAudit.
000000     PERFORM WalkAuditFile.
000000     PERFORM FinishChain.
000000
000000     MOVE "RULESH" TO VerifyChainName.
000000     PERFORM StartChain.
000000     PERFORM WalkRuleHistory.
000000     PERFORM FinishChain.
000000
000000     CLOSE ChainReportFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Chain verification written to CHAINRPT."
000000     ELSE
000000         DISPLAY "連鎖検証の結果をCHAINRPTへ"
000000         DISPLAY "出力しました。"
000000     END-IF.
000000
000000     MOVE VerifySeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE VerifySeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、LANG=の指定を
000000*    反映する
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
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    連鎖１本分の状態と件数を初期化し、節見出しを書く
000000 StartChain.
000000
000000     MOVE "N" TO ChainStarted.
000000     MOVE 0 TO PriorValue.
000000     MOVE 0 TO LastSeq.
000000     MOVE 0 TO MaxSeq.
000000     MOVE 0 TO RecordCount.
000000     MOVE 0 TO LegacyCount.
000000     MOVE 0 TO ChainedCount.
000000     MOVE 0 TO LinkBreakCount.
000000     MOVE 0 TO OrderBreakCount.
000000     MOVE 0 TO MissingCount.
000000     MOVE 0 TO WarningCount.
000000     MOVE "N" TO FirstBreakFound.
000000     MOVE 0 TO GapUsed.
000000     MOVE "N" TO GapOverflow.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "CHAIN " VerifyChainName
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "連鎖 " VerifyChainName
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    退避ファイルを先頭から歩く。退避日の後ろに監査証跡
000000*    １件がそのまま入っている
000000 WalkArchiveAudit.
000000
000000     MOVE "ARCHAUD" TO VerifyFileName.
000000     MOVE 0 TO VerifyRecordNo.
000000     OPEN INPUT ArchiveAuditFile.
000000     IF ArchiveAuditFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO VerifyEof.
000000     PERFORM UNTIL VerifyAtEnd
000000         READ ArchiveAuditFile
000000             AT END
000000                 MOVE "Y" TO VerifyEof
000000             NOT AT END
000000                 MOVE ArchiveAuditData TO AuditRecord
000000                 PERFORM PrepareAuditRecord
000000                 PERFORM VerifyRecord
000000         END-READ
000000     END-PERFORM.
000000     CLOSE ArchiveAuditFile.
000000
000000*    現用の監査証跡を先頭から歩く
000000 WalkAuditFile.
000000
000000     MOVE "AUDITF" TO VerifyFileName.
000000     MOVE 0 TO VerifyRecordNo.
000000     OPEN INPUT AuditFile.
000000     IF AuditFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO VerifyEof.
000000     PERFORM UNTIL VerifyAtEnd
000000         READ AuditFile INTO AuditRecord
000000             AT END
000000                 MOVE "Y" TO VerifyEof
000000             NOT AT END
000000                 PERFORM PrepareAuditRecord
000000                 PERFORM VerifyRecord
000000         END-READ
000000     END-PERFORM.
000000     CLOSE AuditFile.
000000
000000*    規則変更履歴を先頭から歩く
000000 WalkRuleHistory.
000000
000000     MOVE "RULESH" TO VerifyFileName.
000000     MOVE 0 TO VerifyRecordNo.
000000     OPEN INPUT RuleHistoryFile.
000000     IF RuleHistoryFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO VerifyEof.
000000     PERFORM UNTIL VerifyAtEnd
000000         READ RuleHistoryFile
000000             AT END
000000                 MOVE "Y" TO VerifyEof
000000             NOT AT END
000000                 PERFORM PrepareHistoryRecord
000000                 PERFORM VerifyRecord
000000         END-READ
000000     END-PERFORM.
000000     CLOSE RuleHistoryFile.
000000
000000*    監査証跡１件から通番・連鎖値を取り出し、連鎖値欄を0と
000000*    した写しを再計算用に用意する(書き手と同じ手順)。
000000*    連鎖値欄が数字でない行は連鎖の無い行として扱う
000000 PrepareAuditRecord.
000000
000000     ADD 1 TO VerifyRecordNo.
000000     MOVE "N" TO VerifyChained.
000000     IF AuditChainSeq IS NUMERIC AND
000000         AuditChainValue IS NUMERIC THEN
000000         IF AuditChainSeq > 0 THEN
000000             MOVE "Y" TO VerifyChained
000000             MOVE AuditChainSeq TO VerifySeq
000000             MOVE AuditChainValue TO VerifyValue
000000             MOVE 0 TO AuditChainValue
000000             MOVE AuditRecord TO ChainData
000000             MOVE LENGTH OF AuditRecord TO ChainDataLength
000000         END-IF
000000     END-IF.
000000
000000*    規則変更履歴１件から通番・連鎖値を取り出し、連鎖値欄
000000*    を0とした写しを再計算用に用意する
000000 PrepareHistoryRecord.
000000
000000     ADD 1 TO VerifyRecordNo.
000000     MOVE "N" TO VerifyChained.
000000     IF HistoryChainSeq IS NUMERIC AND
000000         HistoryChainValue IS NUMERIC THEN
000000         IF HistoryChainSeq > 0 THEN
000000             MOVE "Y" TO VerifyChained
000000             MOVE HistoryChainSeq TO VerifySeq
000000             MOVE HistoryChainValue TO VerifyValue
000000             MOVE 0 TO HistoryChainValue
000000             MOVE RuleHistoryRecord TO ChainData
000000             MOVE LENGTH OF RuleHistoryRecord
000000                 TO ChainDataLength
000000         END-IF
000000     END-IF.
000000
000000*    １件を直前の１件(ファイル上の並び)に対して検証する。
000000*    通番が既出なら順序の乱れ、飛んでいれば欠番、通番は
000000*    正しいのに連鎖値が合わなければ連鎖切れ(書換え)とする。
000000*    いずれの場合も以降はこの１件の値から検証を続け、１件
000000*    の書換えが後続全てを巻き込まないようにする
000000 VerifyRecord.
000000
000000     ADD 1 TO RecordCount.
000000     SET IssueNone TO TRUE.
000000
000000     IF NOT VerifyIsChained THEN
000000         IF ChainHasStarted THEN
000000             SET IssueUnchained TO TRUE
000000             ADD 1 TO LinkBreakCount
000000             MOVE 0 TO VerifySeq
000000             PERFORM ReportIssue
000000         ELSE
000000             ADD 1 TO LegacyCount
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "Y" TO ChainStarted.
000000     ADD 1 TO ChainedCount.
000000
000000     MOVE "H" TO ChainFunction.
000000     MOVE PriorValue TO ChainValue.
000000     CALL "AuditChain" USING AuditChainArea.
000000     IF ChainValue = VerifyValue THEN
000000         MOVE "Y" TO LinkOk
000000     ELSE
000000         MOVE "N" TO LinkOk
000000     END-IF.
000000
000000     EVALUATE TRUE
000000         WHEN VerifySeq <= MaxSeq
000000             SET IssueOrder TO TRUE
000000             ADD 1 TO OrderBreakCount
000000             PERFORM FillGapRange
000000         WHEN VerifySeq > MaxSeq + 1
000000             SET IssueGap TO TRUE
000000             PERFORM AddGapRange
000000             MOVE VerifySeq TO MaxSeq
000000         WHEN NOT LinkVerified
000000             SET IssueLink TO TRUE
000000             ADD 1 TO LinkBreakCount
000000             MOVE VerifySeq TO MaxSeq
000000         WHEN OTHER
000000             MOVE VerifySeq TO MaxSeq
000000     END-EVALUATE.
000000
000000     MOVE VerifyValue TO PriorValue.
000000     MOVE VerifySeq TO LastSeq.
000000
000000     IF NOT IssueNone THEN
000000         PERFORM ReportIssue
000000     END-IF.
000000
000000*    通番の飛びを欠番の範囲として積む
000000 AddGapRange.
000000
000000     COMPUTE MissingCount = MissingCount + VerifySeq - MaxSeq - 1.
000000     IF GapUsed < 50 THEN
000000         ADD 1 TO GapUsed
000000         COMPUTE GapFrom(GapUsed) = MaxSeq + 1
000000         COMPUTE GapTo(GapUsed) = VerifySeq - 1
000000     ELSE
000000         MOVE "Y" TO GapOverflow
000000     END-IF.
000000
000000*    後から現れた通番を欠番の範囲から外す(範囲の途中なら
000000*    範囲を２つに分ける)
000000 FillGapRange.
000000
000000     MOVE "N" TO GapFound.
000000     PERFORM VARYING GapIndex FROM 1 BY 1
000000         UNTIL GapIndex > GapUsed
000000         IF GapFrom(GapIndex) > 0 AND
000000             VerifySeq >= GapFrom(GapIndex) AND
000000             VerifySeq <= GapTo(GapIndex) THEN
000000             MOVE "Y" TO GapFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF NOT GapRangeFound THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     SUBTRACT 1 FROM MissingCount.
000000     EVALUATE TRUE
000000         WHEN GapFrom(GapIndex) = GapTo(GapIndex)
000000             MOVE 0 TO GapFrom(GapIndex)
000000             MOVE 0 TO GapTo(GapIndex)
000000         WHEN VerifySeq = GapFrom(GapIndex)
000000             ADD 1 TO GapFrom(GapIndex)
000000         WHEN VerifySeq = GapTo(GapIndex)
000000             SUBTRACT 1 FROM GapTo(GapIndex)
000000         WHEN GapUsed < 50
000000             ADD 1 TO GapUsed
000000             COMPUTE GapFrom(GapUsed) = VerifySeq + 1
000000             MOVE GapTo(GapIndex) TO GapTo(GapUsed)
000000             COMPUTE GapTo(GapIndex) = VerifySeq - 1
000000         WHEN OTHER
000000             MOVE "Y" TO GapOverflow
000000     END-EVALUATE.
000000
000000*    連鎖を歩き終えたら錨と突き合わせ、残った欠番と件数を
000000*    書き出す。錨より手前で終わっていれば末尾の欠落、同じ
000000*    通番で値が違えば錨との不一致とする
000000 FinishChain.
000000
000000     MOVE "G" TO ChainFunction.
000000     MOVE VerifyChainName TO ChainFileId.
000000     CALL "AuditChain" USING AuditChainArea.
000000
000000     MOVE "CHAINF" TO VerifyFileName.
000000     MOVE 0 TO VerifyRecordNo.
000000     SET IssueNone TO TRUE.
000000     EVALUATE TRUE
000000         WHEN NOT ChainAnchorFound
000000             IF ChainedCount > 0 THEN
000000                 SET IssueNoAnchor TO TRUE
000000                 ADD 1 TO WarningCount
000000                 MOVE 0 TO VerifySeq
000000             END-IF
000000         WHEN ChainSeq > MaxSeq
000000             SET IssueTail TO TRUE
000000             COMPUTE VerifySeq = ChainSeq + 1
000000             PERFORM AddGapRange
000000             MOVE ChainSeq TO VerifySeq
000000             MOVE ChainSeq TO MaxSeq
000000         WHEN ChainSeq = LastSeq AND ChainValue NOT = PriorValue
000000             SET IssueAnchor TO TRUE
000000             ADD 1 TO LinkBreakCount
000000             MOVE ChainSeq TO VerifySeq
000000         WHEN ChainSeq < MaxSeq
000000             SET IssueAnchorBehind TO TRUE
000000             ADD 1 TO WarningCount
000000             MOVE ChainSeq TO VerifySeq
000000     END-EVALUATE.
000000     IF NOT IssueNone THEN
000000         PERFORM ReportIssue
000000     END-IF.
000000
000000     PERFORM VARYING GapIndex FROM 1 BY 1
000000         UNTIL GapIndex > GapUsed
000000         IF GapFrom(GapIndex) > 0 THEN
000000             PERFORM WriteGapLine
000000         END-IF
000000     END-PERFORM.
000000
000000     PERFORM WriteChainTotals.
000000
000000     EVALUATE TRUE
000000         WHEN LinkBreakCount > 0 OR OrderBreakCount > 0 OR
000000             MissingCount > 0
000000             MOVE 8 TO VerifySeverity
000000         WHEN WarningCount > 0
000000             IF VerifySeverity < 4 THEN
000000                 MOVE 4 TO VerifySeverity
000000             END-IF
000000     END-EVALUATE.
000000
000000*    問題１件を明細行へ書き出し、最初の切れ目を覚える
000000*    (錨の警告は切れ目に数えない)
000000 ReportIssue.
000000
000000     IF NOT FirstBreakRecorded AND
000000         NOT IssueAnchorBehind AND NOT IssueNoAnchor THEN
000000         MOVE "Y" TO FirstBreakFound
000000         MOVE VerifyFileName TO FirstBreakFile
000000         MOVE VerifyRecordNo TO FirstBreakRecordNo
000000         MOVE VerifySeq TO FirstBreakSeq
000000         MOVE IssueKind TO FirstBreakKind
000000     END-IF.
000000
000000     PERFORM SetIssueText.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  " VerifyFileName " REC " VerifyRecordNo
000000             " SEQ " VerifySeq " " IssueText
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  " VerifyFileName " 件目 " VerifyRecordNo
000000             " 通番 " VerifySeq " " IssueText
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    問題の種類を表示用の文言にする
000000 SetIssueText.
000000
000000     IF LanguageEnglish THEN
000000         EVALUATE TRUE
000000             WHEN IssueLink
000000                 MOVE "LINK BROKEN" TO IssueText
000000             WHEN IssueOrder
000000                 MOVE "OUT OF ORDER" TO IssueText
000000             WHEN IssueGap
000000                 MOVE "GAP BEFORE" TO IssueText
000000             WHEN IssueUnchained
000000                 MOVE "UNCHAINED" TO IssueText
000000             WHEN IssueTail
000000                 MOVE "TAIL MISSING" TO IssueText
000000             WHEN IssueAnchor
000000                 MOVE "ANCHOR MISMATCH" TO IssueText
000000             WHEN IssueAnchorBehind
000000                 MOVE "ANCHOR BEHIND" TO IssueText
000000             WHEN IssueNoAnchor
000000                 MOVE "NO ANCHOR" TO IssueText
000000         END-EVALUATE
000000     ELSE
000000         EVALUATE TRUE
000000             WHEN IssueLink
000000                 MOVE "連鎖切れ" TO IssueText
000000             WHEN IssueOrder
000000                 MOVE "順序の乱れ" TO IssueText
000000             WHEN IssueGap
000000                 MOVE "手前に欠番" TO IssueText
000000             WHEN IssueUnchained
000000                 MOVE "連鎖値なし" TO IssueText
000000             WHEN IssueTail
000000                 MOVE "末尾の欠落" TO IssueText
000000             WHEN IssueAnchor
000000                 MOVE "錨と不一致" TO IssueText
000000             WHEN IssueAnchorBehind
000000                 MOVE "錨が遅れ" TO IssueText
000000             WHEN IssueNoAnchor
000000                 MOVE "錨なし" TO IssueText
000000         END-EVALUATE
000000     END-IF.
000000
000000*    最後まで埋まらなかった欠番の範囲を１行書き出す
000000 WriteGapLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "  MISSING SEQ " GapFrom(GapIndex)
000000             " - " GapTo(GapIndex)
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "  欠番 " GapFrom(GapIndex)
000000             " - " GapTo(GapIndex)
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    連鎖１本分の件数と最初の切れ目を書き出す
000000 WriteChainTotals.
000000
000000     IF GapTableFull THEN
000000         IF LanguageEnglish THEN
000000             MOVE "  MORE GAPS THAN THE TABLE HOLDS"
000000                 TO ReportBuffer
000000         ELSE
000000             MOVE "  欠番の範囲が多すぎて一部省略"
000000                 TO ReportBuffer
000000         END-IF
000000         PERFORM WriteReportLine
000000     END-IF.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "RECORDS READ" TO CountLabel
000000     ELSE
000000         MOVE "読んだ件数" TO CountLabel
000000     END-IF.
000000     MOVE RecordCount TO EditedCount.
000000     PERFORM WriteCountLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "BEFORE CHAINING BEGAN" TO CountLabel
000000     ELSE
000000         MOVE "連鎖開始前の件数" TO CountLabel
000000     END-IF.
000000     MOVE LegacyCount TO EditedCount.
000000     PERFORM WriteCountLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "LINKS BROKEN" TO CountLabel
000000     ELSE
000000         MOVE "連鎖切れ" TO CountLabel
000000     END-IF.
000000     MOVE LinkBreakCount TO EditedCount.
000000     PERFORM WriteCountLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "OUT OF ORDER" TO CountLabel
000000     ELSE
000000         MOVE "順序の乱れ" TO CountLabel
000000     END-IF.
000000     MOVE OrderBreakCount TO EditedCount.
000000     PERFORM WriteCountLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "MISSING SEQUENCES" TO CountLabel
000000     ELSE
000000         MOVE "欠番" TO CountLabel
000000     END-IF.
000000     MOVE MissingCount TO EditedCount.
000000     PERFORM WriteCountLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF FirstBreakRecorded THEN
000000         MOVE FirstBreakKind TO IssueKind
000000         PERFORM SetIssueText
000000         IF LanguageEnglish THEN
000000             STRING "  FIRST BREAK: " FirstBreakFile
000000                 " REC " FirstBreakRecordNo
000000                 " " IssueText
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         ELSE
000000             STRING "  最初の切れ目: " FirstBreakFile
000000                 " " FirstBreakRecordNo "件目 "
000000                 IssueText
000000                 DELIMITED BY SIZE INTO ReportBuffer
000000         END-IF
000000     ELSE
000000         IF LanguageEnglish THEN
000000             MOVE "  CHAIN INTACT" TO ReportBuffer
000000         ELSE
000000             MOVE "  連鎖は無傷です" TO ReportBuffer
000000         END-IF
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    件数１行を「見出し 件数」の形で書き出す
000000 WriteCountLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     MOVE 1 TO ReportPointer.
000000     STRING "  " DELIMITED BY SIZE
000000         CountLabel DELIMITED BY "  "
000000         INTO ReportBuffer WITH POINTER ReportPointer.
000000     STRING ": " EditedCount DELIMITED BY SIZE
000000         INTO ReportBuffer WITH POINTER ReportPointer.
000000     PERFORM WriteReportLine.
000000
000000*    編集済みの１行を報告書ファイルへ書き出す
000000 WriteReportLine.
000000
000000     WRITE ChainReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "ChainVerify" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
