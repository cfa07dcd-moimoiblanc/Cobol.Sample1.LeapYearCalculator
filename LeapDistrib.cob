000000     SELECT ManifestFile ASSIGN TO "MANIFST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ManifestFileStatus.
000000*    受領照合(DistribAck)が書き出した再配信依頼ファイル
000000     SELECT RedeliveryFile ASSIGN TO "REDELIV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RedeliveryFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  LeapYearOutputFile.
000000 1   Extract5Record PIC X(100).
000000 FD  ManifestFile.
000000 COPY LYCMANF.
000000 FD  RedeliveryFile.
000000 COPY LYCRDLV.
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000     88  OutputAtEnd VALUE "Y".
000000 2       SubscriberEof PIC X(1).
000000     88  SubscriberAtEnd VALUE "Y".
000000 2       RedeliveryFileStatus PIC X(2).
000000 2       RedeliveryEof PIC X(1).
000000     88  RedeliveryAtEnd VALUE "Y".
000000
000000*    表示言語の切替え(Program.cobのLanguageFlagと同じ流儀)
000000 1   LanguageFlag PIC X(1) VALUE "J".
000000 3           SubFormat PIC X(1).
000000 3           SubCount PIC 9(9).
000000 3           SubYearHash PIC 9(12).
000000*    今回配る配信先の印(再配信依頼があればその配信先だけ)
000000 3           SubServe PIC X(1).
000000     88  SubIsServed VALUE "Y".
000000 1   SubUsed PIC 9(1).
000000 1   SubDropped PIC 9(3).
000000
000000 2       StampDate PIC 9(8).
000000 2       StampTime PIC 9(8).
000000 2       StampText PIC X(16).
000000 2       ServedCount PIC 9(1).
000000
000000*    再配信依頼の作業領域。依頼が１件でもあれば今回は
000000*    依頼された配信先にだけ配り直す
000000 1   RedeliveryWork.
000000 2       RedeliveryRun PIC X(1).
000000     88  RedeliveryRequested VALUE "Y".
000000 2       RedeliverUnknown PIC 9(3).
000000 2       RedeliverIndex PIC 9(1).
000000
000000*    抽出１行分の編集領域。区切り文字形式は項目の間に
000000*    カンマを挟みながらポインタで詰めていく
000000 2       FirstField PIC X(1).
000000     88  FirstFieldDone VALUE "N".
000000
000000*    運用警報ファイルへの警報記録(AlertWrite)の連絡領域
000000 COPY LYCALRQ.
000000
000000 PROCEDURE DIVISION.
000000 MAIN.
000000
000000     MOVE 0 TO SubDropped.
000000     MOVE 0 TO DetailCount.
000000     MOVE 0 TO DistribSeverity.
000000     MOVE 0 TO ServedCount.
000000     MOVE "N" TO RedeliveryRun.
000000     MOVE 0 TO RedeliverUnknown.
000000
000000     ACCEPT StampDate FROM DATE YYYYMMDD.
000000     ACCEPT StampTime FROM TIME.
000000     END-IF.
000000
000000     IF DistribSeverity NOT = 12 AND SubUsed > 0 THEN
000000         PERFORM LoadRedeliveryRequest
000000         PERFORM DistributeDetails
000000     END-IF.
000000
000000*    配り直しが済んだ再配信依頼は空にし、次回は通常の
000000*    配信に戻す。有効な配信先に当たらない依頼だけなら
000000*    全配信先へ配ったので同じく空にする。LEAPOUTが無く
000000*    配れなかったときは残す
000000     IF (RedeliveryRequested OR RedeliverUnknown > 0) AND
000000         DistribSeverity NOT = 12 THEN
000000         OPEN OUTPUT RedeliveryFile
000000         CLOSE RedeliveryFile
000000     END-IF.
000000
000000     MOVE DistribSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE DistribSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000
000000     MOVE 0 TO SubCount(SubUsed).
000000     MOVE 0 TO SubYearHash(SubUsed).
000000     MOVE "Y" TO SubServe(SubUsed).
000000
000000*    再配信依頼を読み、依頼があれば依頼された配信先だけ
000000*    を今回の配信対象にする。有効な配信先に無い依頼は
000000*    配れないため警告する
000000 LoadRedeliveryRequest.
000000
000000     OPEN INPUT RedeliveryFile.
000000     IF RedeliveryFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO RedeliveryEof.
000000     PERFORM UNTIL RedeliveryAtEnd
000000         READ RedeliveryFile
000000             AT END
000000                 MOVE "Y" TO RedeliveryEof
000000             NOT AT END
000000                 PERFORM MarkRedelivery
000000         END-READ
000000     END-PERFORM.
000000     CLOSE RedeliveryFile.
000000
000000     IF RedeliveryRequested THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Redelivery run: only requested"
000000             DISPLAY "subscribers are served."
000000         ELSE
000000             DISPLAY "再配信依頼により依頼された"
000000             DISPLAY "配信先にだけ配り直します。"
000000         END-IF
000000     END-IF.
000000
000000     IF RedeliverUnknown > 0 THEN
000000         IF DistribSeverity < 4 THEN
000000             MOVE 4 TO DistribSeverity
000000         END-IF
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: " RedeliverUnknown
000000                 " redelivery requests name no"
000000             DISPLAY "active subscriber."
000000         ELSE
000000             DISPLAY "警告: 有効な配信先に無い"
000000             DISPLAY "再配信依頼が " RedeliverUnknown
000000                 " 件あります。"
000000         END-IF
000000     END-IF.
000000
000000*    再配信依頼１件の配信先に配信の印を付ける。有効な
000000*    配信先に当たった最初の依頼で全配信先の印をいったん
000000*    外す。どの依頼も当たらなければ通常の配信のままとする
000000 MarkRedelivery.
000000
000000     PERFORM VARYING RedeliverIndex FROM 1 BY 1
000000         UNTIL RedeliverIndex > SubUsed
000000         IF SubId(RedeliverIndex) = RedeliverSubscriber THEN
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000     IF RedeliverIndex > SubUsed THEN
000000         ADD 1 TO RedeliverUnknown
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF NOT RedeliveryRequested THEN
000000         MOVE "Y" TO RedeliveryRun
000000         PERFORM VARYING SubIndex FROM 1 BY 1
000000             UNTIL SubIndex > SubUsed
000000             MOVE "N" TO SubServe(SubIndex)
000000         END-PERFORM
000000     END-IF.
000000
000000     MOVE "Y" TO SubServe(RedeliverIndex).
000000
000000*    判定結果の明細を１件ずつ読み、契約範囲に入る配信先
000000*    へ配る。最後に配信先ごとの実績を書き出す
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Details read: " DetailCount
000000             " Subscribers served: " ServedCount
000000     ELSE
000000         DISPLAY "明細読込: " DetailCount
000000             " 配信先数: " ServedCount
000000     END-IF.
000000
000000*    配信先の数だけ抽出ファイルを開く
000000
000000     PERFORM VARYING SubIndex FROM 1 BY 1
000000         UNTIL SubIndex > SubUsed
000000         IF SubIsServed(SubIndex) THEN
000000             ADD 1 TO ServedCount
000000             EVALUATE SubIndex
000000                 WHEN 1
000000                     OPEN OUTPUT Extract1File
000000                 WHEN 2
000000                     OPEN OUTPUT Extract2File
000000                 WHEN 3
000000                     OPEN OUTPUT Extract3File
000000                 WHEN 4
000000                     OPEN OUTPUT Extract4File
000000                 WHEN 5
000000                     OPEN OUTPUT Extract5File
000000             END-EVALUATE
000000         END-IF
000000     END-PERFORM.
000000
000000*    開いた抽出ファイルを閉じる
000000
000000     PERFORM VARYING SubIndex FROM 1 BY 1
000000         UNTIL SubIndex > SubUsed
000000         IF SubIsServed(SubIndex) THEN
000000             EVALUATE SubIndex
000000                 WHEN 1
000000                     CLOSE Extract1File
000000                 WHEN 2
000000                     CLOSE Extract2File
000000                 WHEN 3
000000                     CLOSE Extract3File
000000                 WHEN 4
000000                     CLOSE Extract4File
000000                 WHEN 5
000000                     CLOSE Extract5File
000000             END-EVALUATE
000000         END-IF
000000     END-PERFORM.
000000
000000*    明細１件を全配信先と突き合わせ、契約範囲に入る
000000
000000     PERFORM VARYING SubIndex FROM 1 BY 1
000000         UNTIL SubIndex > SubUsed
000000         IF SubIsServed(SubIndex) AND
000000             OutputYear >= SubFromYear(SubIndex) AND
000000             OutputYear <= SubToYear(SubIndex) THEN
000000             PERFORM BuildExtractLine
000000             PERFORM WriteExtractLine
000000
000000     PERFORM VARYING SubIndex FROM 1 BY 1
000000         UNTIL SubIndex > SubUsed
000000         IF SubIsServed(SubIndex) THEN
000000             MOVE SubId(SubIndex) TO ManifestSubscriber
000000             MOVE SPACES TO ManifestFileName
000000             STRING "EXTR" SubIndex DELIMITED BY SIZE
000000                 INTO ManifestFileName
000000             MOVE SubCount(SubIndex) TO ManifestCount
000000             MOVE SubYearHash(SubIndex) TO ManifestYearHash
000000             MOVE StampText TO ManifestTimestamp
000000             WRITE ManifestRecord
000000         END-IF
000000     END-PERFORM.
000000
000000     CLOSE ManifestFile.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "LeapDistrib" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
