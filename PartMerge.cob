000000 2       AuditCopyCount PIC 9(9).
000000 2       ExcpCopyCount PIC 9(9).
000000
000000*    併合先AUDITFの連鎖を継ぎ足すための作業領域。区画の
000000*    監査証跡は連鎖値0のまま届くので、併合時にAUDITFの
000000*    連鎖の続きとして通番と連鎖値を付ける
000000 COPY LYCAUD.
000000 COPY LYCCHAN.
000000 1   AuditChainStartSeq PIC 9(9).
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000         END-IF
000000     END-IF.
000000
000000     MOVE MergeSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE MergeSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000                 FROM MergeBuffer
000000     END-EVALUATE.
000000
000000*    区画別の監査証跡を併合先へ追記する。内容はそのままで、
000000*    連鎖の通番と連鎖値だけを付け直す
000000 MergeAuditPartitions.
000000
000000     PERFORM LoadAuditChain.
000000
000000     OPEN EXTEND AuditOutFile.
000000     IF AuditOutFileStatus = "35" THEN
000000         OPEN OUTPUT AuditOutFile
000000             PERFORM UNTIL PartAtEnd
000000                 PERFORM ReadPartAudit
000000                 IF NOT PartAtEnd THEN
000000                     PERFORM ChainAuditRecord
000000                     WRITE AuditOutLine FROM AuditRecord
000000                     ADD 1 TO AuditCopyCount
000000                 END-IF
000000             END-PERFORM
000000
000000     CLOSE AuditOutFile.
000000
000000     IF ChainSeq > AuditChainStartSeq THEN
000000         MOVE "P" TO ChainFunction
000000         CALL "AuditChain" USING AuditChainArea
000000     END-IF.
000000
000000*    AUDITFの連鎖の続きを求める。錨ファイルの値と、AUDITF
000000*    に残る最後の連鎖済みレコードのうち通番の大きい方から
000000*    継ぐ(Program.cobのLoadAuditChainと同じ考え方)
000000 LoadAuditChain.
000000
000000     MOVE "G" TO ChainFunction.
000000     MOVE "AUDITF" TO ChainFileId.
000000     CALL "AuditChain" USING AuditChainArea.
000000
000000     OPEN INPUT AuditOutFile.
000000     IF AuditOutFileStatus NOT = "35" THEN
000000         MOVE "N" TO PartEof
000000         PERFORM UNTIL PartAtEnd
000000             READ AuditOutFile INTO AuditRecord
000000                 AT END
000000                     MOVE "Y" TO PartEof
000000                 NOT AT END
000000                     IF AuditChainSeq IS NUMERIC AND
000000                         AuditChainValue IS NUMERIC AND
000000                         AuditChainSeq > ChainSeq THEN
000000                         MOVE AuditChainSeq TO ChainSeq
000000                         MOVE AuditChainValue TO ChainValue
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE AuditOutFile
000000     END-IF.
000000
000000     MOVE ChainSeq TO AuditChainStartSeq.
000000
000000*    区画の監査証跡１件に連鎖の通番と連鎖値を付ける。連鎖
000000*    値は連鎖値欄を0とした１件全体と直前の連鎖値から求める
000000 ChainAuditRecord.
000000
000000     MOVE MergeBuffer TO AuditRecord.
000000     ADD 1 TO ChainSeq.
000000     MOVE ChainSeq TO AuditChainSeq.
000000     MOVE 0 TO AuditChainValue.
000000     MOVE "H" TO ChainFunction.
000000     MOVE AuditRecord TO ChainData.
000000     MOVE LENGTH OF AuditRecord TO ChainDataLength.
000000     CALL "AuditChain" USING AuditChainArea.
000000     MOVE ChainValue TO AuditChainValue.
000000
000000*    区画別の不正入力退避を併合先へそのまま追記する
000000 MergeExcpPartitions.
000000
000000         WHEN 4
000000             CLOSE Part4ExcpFile
000000     END-EVALUATE.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "PartMerge" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
