000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. AuditChain.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    連鎖ごとの最後の通番と連鎖値を持つ錨ファイル
000000     SELECT ChainAnchorFile ASSIGN TO "CHAINF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ChainAnchorFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ChainAnchorFile.
000000 COPY LYCCHNR.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   ChainFileWork.
000000 2       ChainAnchorFileStatus PIC X(2).
000000 2       AnchorEof PIC X(1).
000000     88  AnchorAtEnd VALUE "Y".
000000
000000*    錨ファイルの内容をまるごと保持する作業テーブル(Pで
000000*    該当の連鎖だけを差し替えてファイルを再生成する)
000000 1   AnchorTable.
000000 2       AnchorSlot OCCURS 10 PIC X(43).
000000 1   AnchorUsed PIC 9(2).
000000 1   AnchorIndex PIC 9(2).
000000 1   AnchorFound PIC X(1).
000000     88  AnchorEntryFound VALUE "Y".
000000
000000*    連鎖値の計算と時刻印の作業領域
000000 1   ChainWork.
000000 2       HashAccum PIC 9(18).
000000 2       HashIndex PIC 9(3).
000000 2       ChainDateNow PIC 9(8).
000000 2       ChainTimeNow PIC 9(8).
000000
000000 LINKAGE SECTION.
000000
000000 COPY LYCCHAN.
000000
000000 PROCEDURE DIVISION USING AuditChainArea.
000000 MAIN.
000000
000000     EVALUATE TRUE
000000         WHEN ChainGetAnchor
000000             PERFORM GetAnchor
000000         WHEN ChainHashRecord
000000             PERFORM HashRecord
000000         WHEN ChainPutAnchor
000000             PERFORM PutAnchor
000000     END-EVALUATE.
000000
000000     EXIT PROGRAM.
000000
000000*    錨ファイルから該当の連鎖の通番と連鎖値を受け取る。
000000*    錨が無ければ連鎖は通番0・連鎖値0から始まる
000000 GetAnchor.
000000
000000     MOVE 0 TO ChainSeq.
000000     MOVE 0 TO ChainValue.
000000     MOVE "N" TO ChainResult.
000000
000000     PERFORM LoadAnchorTable.
000000     PERFORM FindAnchorEntry.
000000     IF AnchorEntryFound THEN
000000         MOVE AnchorSlot(AnchorIndex) TO ChainAnchorRecord
000000         IF AnchorSeq IS NUMERIC AND
000000             AnchorValue IS NUMERIC THEN
000000             MOVE AnchorSeq TO ChainSeq
000000             MOVE AnchorValue TO ChainValue
000000             MOVE "Y" TO ChainResult
000000         END-IF
000000     END-IF.
000000
000000*    直前の連鎖値を初期値とし、レコードの各バイトを順に
000000*    畳み込む。法は10桁に収まる素数9999999967で、途中の
000000*    積も18桁に収まる
000000 HashRecord.
000000
000000     MOVE ChainValue TO HashAccum.
000000     PERFORM VARYING HashIndex FROM 1 BY 1
000000         UNTIL HashIndex > ChainDataLength
000000         COMPUTE HashAccum = FUNCTION MOD(
000000             HashAccum * 263
000000             + FUNCTION ORD(ChainData(HashIndex:1)),
000000             9999999967)
000000     END-PERFORM.
000000     MOVE HashAccum TO ChainValue.
000000
000000*    該当の連鎖の錨を差し替え(無ければ追加し)、錨ファイル
000000*    を作り直す
000000 PutAnchor.
000000
000000     PERFORM LoadAnchorTable.
000000     PERFORM FindAnchorEntry.
000000     IF NOT AnchorEntryFound THEN
000000         IF AnchorUsed >= 10 THEN
000000             EXIT PARAGRAPH
000000         END-IF
000000         ADD 1 TO AnchorUsed
000000         MOVE AnchorUsed TO AnchorIndex
000000     END-IF.
000000
000000     ACCEPT ChainDateNow FROM DATE YYYYMMDD.
000000     ACCEPT ChainTimeNow FROM TIME.
000000     MOVE ChainFileId TO AnchorFileId.
000000     MOVE ChainSeq TO AnchorSeq.
000000     MOVE ChainValue TO AnchorValue.
000000     STRING ChainDateNow ChainTimeNow DELIMITED BY SIZE
000000         INTO AnchorStamp.
000000     MOVE ChainAnchorRecord TO AnchorSlot(AnchorIndex).
000000
000000     OPEN OUTPUT ChainAnchorFile.
000000     PERFORM VARYING AnchorIndex FROM 1 BY 1
000000         UNTIL AnchorIndex > AnchorUsed
000000         WRITE ChainAnchorRecord FROM AnchorSlot(AnchorIndex)
000000     END-PERFORM.
000000     CLOSE ChainAnchorFile.
000000
000000*    錨ファイルを先頭から読み込み、AnchorTableへ積み上げる
000000 LoadAnchorTable.
000000
000000     MOVE 0 TO AnchorUsed.
000000     OPEN INPUT ChainAnchorFile.
000000     IF ChainAnchorFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO AnchorEof.
000000     PERFORM UNTIL AnchorAtEnd
000000         READ ChainAnchorFile
000000             AT END
000000                 MOVE "Y" TO AnchorEof
000000             NOT AT END
000000                 IF AnchorUsed < 10 THEN
000000                     ADD 1 TO AnchorUsed
000000                     MOVE ChainAnchorRecord
000000                         TO AnchorSlot(AnchorUsed)
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     CLOSE ChainAnchorFile.
000000
000000*    AnchorTableから連鎖の名前が一致する行を探す
000000 FindAnchorEntry.
000000
000000     MOVE "N" TO AnchorFound.
000000     PERFORM VARYING AnchorIndex FROM 1 BY 1
000000         UNTIL AnchorIndex > AnchorUsed
000000         IF AnchorSlot(AnchorIndex)(1:8) = ChainFileId THEN
000000             MOVE "Y" TO AnchorFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
