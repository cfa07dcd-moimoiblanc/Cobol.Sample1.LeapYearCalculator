000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. DistribAck.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*    配信(LeapDistrib)が配信先ごとに残した配信実績ファイル
000000     SELECT ManifestFile ASSIGN TO "MANIFST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ManifestFileStatus.
000000*    運用が保守する配信先プロファイルファイル(猶予日数)
000000     SELECT SubscriberFile ASSIGN TO "SUBSCF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SubscriberFileStatus.
000000*    配信先から送り返された受領確認ファイル
000000     SELECT SubscriberAckFile ASSIGN TO "SUBACK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SubscriberAckFileStatus.
000000*    次回の配信へ渡す再配信依頼ファイル
000000     SELECT RedeliveryFile ASSIGN TO "REDELIV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RedeliveryFileStatus.
000000*    受領照合と未受領配信の報告書ファイル
000000     SELECT AckReportFile ASSIGN TO "ACKRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AckReportFileStatus.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ManifestFile.
000000 COPY LYCMANF.
000000 FD  SubscriberFile.
000000 COPY LYCSUBS.
000000 FD  SubscriberAckFile.
000000 COPY LYCSACK.
000000 FD  RedeliveryFile.
000000 COPY LYCRDLV.
000000 FD  AckReportFile.
000000 1   AckReportLine PIC X(80).
000000 WORKING-STORAGE SECTION.
000000
000000*    ファイル入出力の作業領域
000000 1   AckFileWork.
000000 2       ManifestFileStatus PIC X(2).
000000 2       SubscriberFileStatus PIC X(2).
000000 2       SubscriberAckFileStatus PIC X(2).
000000 2       RedeliveryFileStatus PIC X(2).
000000 2       AckReportFileStatus PIC X(2).
000000 2       ManifestEof PIC X(1).
000000     88  ManifestAtEnd VALUE "Y".
000000 2       SubscriberEof PIC X(1).
000000     88  SubscriberAtEnd VALUE "Y".
000000 2       SubAckEof PIC X(1).
000000     88  SubAckAtEnd VALUE "Y".
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
000000*    照合の基準日(DATE=指定が無ければ当日)と猶予の計算
000000 1   AsOfWork.
000000 2       AsOfDate PIC 9(8).
000000 2       AsOfText PIC X(8).
000000 2       AsOfInteger PIC 9(9).
000000 2       DueInteger PIC 9(9).
000000 2       DeliveredDate PIC 9(8).
000000 2       DefaultGraceDays PIC 9(3) VALUE 3.
000000 2       DeliveryGraceDays PIC 9(3).
000000 2       StampDate PIC 9(8).
000000 2       StampTime PIC 9(8).
000000 2       StampText PIC X(16).
000000
000000*    配信先ごとの有効区分と猶予日数の作業テーブル
000000 1   GraceTable.
000000 2       GraceEntry OCCURS 50.
000000 3           GraceSubscriber PIC X(8).
000000 3           GraceActive PIC X(1).
000000     88  GraceSubscriberActive VALUE "A".
000000 3           GraceDays PIC 9(3).
000000 1   GraceUsed PIC 9(2).
000000 1   GraceProfileRead PIC X(1).
000000     88  GraceProfilesLoaded VALUE "Y".
000000 1   DeliveryActive PIC X(1).
000000     88  DeliveryToActive VALUE "Y".
000000
000000*    配信先ごとの最新の配信実績と、それに対する受領確認
000000*    の作業テーブル。状態はK=受領済 C=件数不一致
000000*    H=ハッシュ不一致 O=猶予切れ P=確認待ち
000000 1   DeliveryTable.
000000 2       DeliveryEntry OCCURS 50.
000000 3           DlvSubscriber PIC X(8).
000000 3           DlvFileName PIC X(8).
000000 3           DlvCount PIC 9(9).
000000 3           DlvYearHash PIC 9(12).
000000 3           DlvStamp PIC X(16).
000000 3           DlvAckSeen PIC X(1).
000000 3           DlvAckCount PIC 9(9).
000000 3           DlvAckYearHash PIC 9(12).
000000 3           DlvState PIC X(1).
000000 1   DeliveryUsed PIC 9(2).
000000
000000*    照合の作業領域と件数
000000 1   MatchWork.
000000 2       MatchSubscriber PIC X(8).
000000 2       MatchIndex PIC 9(3).
000000 2       GraceIndex PIC 9(3).
000000 2       MatchFound PIC X(1).
000000     88  MatchEntryFound VALUE "Y".
000000 2       DeliveryDropped PIC 9(9).
000000 2       ReceivedTotal PIC 9(9).
000000 2       MismatchTotal PIC 9(9).
000000 2       OverdueTotal PIC 9(9).
000000 2       PendingTotal PIC 9(9).
000000 2       StaleAckTotal PIC 9(9).
000000 2       UnknownAckTotal PIC 9(9).
000000 2       InactiveTotal PIC 9(9).
000000 2       RedeliverTotal PIC 9(9).
000000 2       AckSeverity PIC 9(2).
000000
000000*    報告書１行分の編集領域
000000 1   ReportWork.
000000 2       ReportBuffer PIC X(80).
000000 2       EditedCount PIC ZZZZZZZZ9.
000000 2       EditedReceived PIC ZZZZZZZZ9.
000000 2       ReceivedText PIC X(9).
000000 2       StatusText PIC X(24).
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
000000     ACCEPT AsOfDate FROM DATE YYYYMMDD.
000000
000000     IF ParmLength > 0 THEN
000000         PERFORM ParseParm
000000     ELSE
000000         DISPLAY "言語(J=日本語 E=English)を"
000000         DISPLAY "入力して下さい"
000000         ACCEPT LanguageFlag
000000     END-IF.
000000
000000     COMPUTE AsOfInteger = FUNCTION INTEGER-OF-DATE(AsOfDate).
000000     ACCEPT StampDate FROM DATE YYYYMMDD.
000000     ACCEPT StampTime FROM TIME.
000000     STRING StampDate StampTime DELIMITED BY SIZE
000000         INTO StampText.
000000
000000     MOVE 0 TO GraceUsed.
000000     MOVE 0 TO DeliveryUsed.
000000     MOVE 0 TO DeliveryDropped.
000000     MOVE 0 TO ReceivedTotal.
000000     MOVE 0 TO MismatchTotal.
000000     MOVE 0 TO OverdueTotal.
000000     MOVE 0 TO PendingTotal.
000000     MOVE 0 TO StaleAckTotal.
000000     MOVE 0 TO UnknownAckTotal.
000000     MOVE 0 TO InactiveTotal.
000000     MOVE "N" TO GraceProfileRead.
000000     MOVE 0 TO RedeliverTotal.
000000     MOVE 0 TO AckSeverity.
000000
000000     PERFORM LoadDeliveries.
000000     IF ManifestFileStatus = "35" THEN
000000         MOVE 4 TO AckSeverity
000000         IF LanguageEnglish THEN
000000             DISPLAY "MANIFST not found; nothing has"
000000             DISPLAY "been delivered to check."
000000         ELSE
000000             DISPLAY "MANIFSTが見つからないため"
000000             DISPLAY "照合する配信はありません。"
000000         END-IF
000000         MOVE AckSeverity TO AlertRequestSeverity
000000         PERFORM RaiseCompletionAlert
000000         MOVE AckSeverity TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000
000000     PERFORM LoadGraceDays.
000000
000000     OPEN OUTPUT AckReportFile.
000000     PERFORM WriteReportHeading.
000000     PERFORM ReadAcknowledgments.
000000
000000     OPEN OUTPUT RedeliveryFile.
000000     PERFORM WriteDeliverySection.
000000     CLOSE RedeliveryFile.
000000
000000     PERFORM WriteReportTotals.
000000     CLOSE AckReportFile.
000000
000000     IF LanguageEnglish THEN
000000         DISPLAY "Deliveries checked: " DeliveryUsed
000000             " Redelivery requests: " RedeliverTotal
000000         DISPLAY "Report written to ACKRPT."
000000     ELSE
000000         DISPLAY "照合した配信: " DeliveryUsed
000000             " 再配信依頼: " RedeliverTotal
000000         DISPLAY "報告書をACKRPTへ出力しました。"
000000     END-IF.
000000
000000*    件数・ハッシュの不一致は受領側のデータ欠落なので
000000*    エラー、猶予切れと照合できない確認は警告とする
000000     EVALUATE TRUE
000000         WHEN MismatchTotal > 0
000000             MOVE 8 TO AckSeverity
000000         WHEN OverdueTotal > 0 OR UnknownAckTotal > 0
000000             OR DeliveryDropped > 0
000000             MOVE 4 TO AckSeverity
000000     END-EVALUATE.
000000
000000     MOVE AckSeverity TO AlertRequestSeverity.
000000     PERFORM RaiseCompletionAlert.
000000     MOVE AckSeverity TO RETURN-CODE.
000000     STOP RUN.
000000
000000*    PARM文字列を空白区切りでトークン化し、DATE=・LANG=の
000000*    指定を反映する(Program.cobのParseParmと同じ流儀)
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
000000         WHEN "DATE"
000000             MOVE ParmTokenVal(1:8) TO AsOfText
000000             IF AsOfText IS NUMERIC THEN
000000                 MOVE AsOfText TO AsOfDate
000000             END-IF
000000         WHEN "LANG"
000000             MOVE ParmTokenVal(1:1) TO LanguageFlag
000000     END-EVALUATE.
000000
000000*    配信実績を読み、配信先ごとに最新の配信だけを作業
000000*    テーブルへ残す。ファイル名が変わっていても受領側が
000000*    取り込むべきなのは最新の配信である
000000 LoadDeliveries.
000000
000000     OPEN INPUT ManifestFile.
000000     IF ManifestFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO ManifestEof.
000000     PERFORM UNTIL ManifestAtEnd
000000         READ ManifestFile
000000             AT END
000000                 MOVE "Y" TO ManifestEof
000000             NOT AT END
000000                 PERFORM StoreDelivery
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE ManifestFile.
000000
000000     IF DeliveryDropped > 0 THEN
000000         IF LanguageEnglish THEN
000000             DISPLAY "Warning: only 50 subscribers fit; "
000000                 DeliveryDropped " deliveries ignored."
000000         ELSE
000000             DISPLAY "警告: 配信先は50件までのため"
000000             DISPLAY DeliveryDropped
000000                 " 件の配信を照合しませんでした。"
000000         END-IF
000000     END-IF.
000000
000000*    配信実績１件を配信先の枠へ積む。既に枠があれば
000000*    より新しい配信で置き換える
000000 StoreDelivery.
000000
000000     MOVE ManifestSubscriber TO MatchSubscriber.
000000     PERFORM FindDelivery.
000000     IF MatchEntryFound THEN
000000         IF ManifestTimestamp < DlvStamp(MatchIndex) THEN
000000             EXIT PARAGRAPH
000000         END-IF
000000     ELSE
000000         IF DeliveryUsed >= 50 THEN
000000             ADD 1 TO DeliveryDropped
000000             EXIT PARAGRAPH
000000         END-IF
000000         ADD 1 TO DeliveryUsed
000000         MOVE DeliveryUsed TO MatchIndex
000000     END-IF.
000000
000000     MOVE ManifestSubscriber TO DlvSubscriber(MatchIndex).
000000     MOVE ManifestFileName TO DlvFileName(MatchIndex).
000000     MOVE ManifestCount TO DlvCount(MatchIndex).
000000     MOVE ManifestYearHash TO DlvYearHash(MatchIndex).
000000     MOVE ManifestTimestamp TO DlvStamp(MatchIndex).
000000     MOVE "N" TO DlvAckSeen(MatchIndex).
000000     MOVE 0 TO DlvAckCount(MatchIndex).
000000     MOVE 0 TO DlvAckYearHash(MatchIndex).
000000     MOVE "P" TO DlvState(MatchIndex).
000000
000000*    MatchSubscriberを配信先の枠から探し、見つかった位置
000000*    をMatchIndexに返す
000000 FindDelivery.
000000
000000     MOVE "N" TO MatchFound.
000000     PERFORM VARYING MatchIndex FROM 1 BY 1
000000         UNTIL MatchIndex > DeliveryUsed
000000         IF DlvSubscriber(MatchIndex) = MatchSubscriber THEN
000000             MOVE "Y" TO MatchFound
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    配信先プロファイルから有効区分と猶予日数を読み込む。
000000*    日数が数字でなければ既定の日数を使う。ファイルが無け
000000*    れば全配信先を有効・既定の日数として扱う
000000 LoadGraceDays.
000000
000000     OPEN INPUT SubscriberFile.
000000     IF SubscriberFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000     MOVE "Y" TO GraceProfileRead.
000000
000000     MOVE "N" TO SubscriberEof.
000000     PERFORM UNTIL SubscriberAtEnd
000000         READ SubscriberFile
000000             AT END
000000                 MOVE "Y" TO SubscriberEof
000000             NOT AT END
000000                 IF GraceUsed < 50 THEN
000000                     ADD 1 TO GraceUsed
000000                     MOVE SubscriberId
000000                         TO GraceSubscriber(GraceUsed)
000000                     MOVE SubscriberActiveFlag
000000                         TO GraceActive(GraceUsed)
000000                     IF SubscriberGraceDays IS NUMERIC THEN
000000                         MOVE SubscriberGraceDays
000000                             TO GraceDays(GraceUsed)
000000                     ELSE
000000                         MOVE DefaultGraceDays
000000                             TO GraceDays(GraceUsed)
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE SubscriberFile.
000000
000000*    報告書の見出しを書き出す
000000 WriteReportHeading.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "DELIVERY ACKNOWLEDGMENT REPORT AS OF "
000000             AsOfDate
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "配信受領照合報告書 基準日 " AsOfDate
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "ACKNOWLEDGMENTS NOT MATCHED" TO ReportBuffer
000000     ELSE
000000         MOVE "照合できなかった受領確認"
000000             TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    受領確認を１件ずつ読み、配信先の最新の配信に対する
000000*    ものを作業テーブルへ反映する。同じ配信への確認が
000000*    複数あれば後のものを採る。確認ファイルが無ければ
000000*    どの配信もまだ確認されていないものとして扱う
000000 ReadAcknowledgments.
000000
000000     OPEN INPUT SubscriberAckFile.
000000     IF SubscriberAckFileStatus = "35" THEN
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "N" TO SubAckEof.
000000     PERFORM UNTIL SubAckAtEnd
000000         READ SubscriberAckFile
000000             AT END
000000                 MOVE "Y" TO SubAckEof
000000             NOT AT END
000000                 PERFORM MatchAcknowledgment
000000         END-READ
000000     END-PERFORM.
000000
000000     CLOSE SubscriberAckFile.
000000
000000*    受領確認１件を配信と突き合わせる。配信の無い配信先
000000*    からの確認と配信時刻の無い確認は明細に残し、最新で
000000*    ない配信に対する確認は数えるだけで読み捨てる
000000 MatchAcknowledgment.
000000
000000     MOVE SubAckSubscriber TO MatchSubscriber.
000000     PERFORM FindDelivery.
000000     IF NOT MatchEntryFound THEN
000000         ADD 1 TO UnknownAckTotal
000000         IF LanguageEnglish THEN
000000             MOVE "NO DELIVERY" TO StatusText
000000         ELSE
000000             MOVE "配信実績なし" TO StatusText
000000         END-IF
000000         PERFORM WriteUnmatchedLine
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF SubAckDelivered = SPACES THEN
000000         ADD 1 TO UnknownAckTotal
000000         IF LanguageEnglish THEN
000000             MOVE "NO DELIVERY STAMP" TO StatusText
000000         ELSE
000000             MOVE "配信時刻なし" TO StatusText
000000         END-IF
000000         PERFORM WriteUnmatchedLine
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     IF SubAckDelivered NOT = DlvStamp(MatchIndex) OR
000000         SubAckFileName NOT = DlvFileName(MatchIndex) THEN
000000         ADD 1 TO StaleAckTotal
000000         EXIT PARAGRAPH
000000     END-IF.
000000
000000     MOVE "Y" TO DlvAckSeen(MatchIndex).
000000     IF SubAckCount IS NUMERIC THEN
000000         MOVE SubAckCount TO DlvAckCount(MatchIndex)
000000     ELSE
000000         MOVE 0 TO DlvAckCount(MatchIndex)
000000     END-IF.
000000     IF SubAckYearHash IS NUMERIC THEN
000000         MOVE SubAckYearHash TO DlvAckYearHash(MatchIndex)
000000     ELSE
000000         MOVE 0 TO DlvAckYearHash(MatchIndex)
000000     END-IF.
000000
000000*    照合できなかった受領確認１件を明細行へ書き出す
000000 WriteUnmatchedLine.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     STRING "  " SubAckSubscriber
000000         " " SubAckFileName
000000         " " SubAckDelivered
000000         " " StatusText
000000         DELIMITED BY SIZE INTO ReportBuffer.
000000     PERFORM WriteReportLine.
000000
000000*    配信ごとの照合結果を書き出し、不一致と猶予切れの
000000*    配信先を再配信依頼へ書き出す
000000 WriteDeliverySection.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "DELIVERIES" TO ReportBuffer
000000     ELSE
000000         MOVE "配信ごとの照合結果" TO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     IF LanguageEnglish THEN
000000         MOVE "  SUBSCR   FILE     DELIVERED     SENT     RCVD"
000000             TO ReportBuffer
000000     ELSE
000000         STRING "  配信先   ファイル 配信日"
000000             "        件数 受領件数"
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     PERFORM VARYING MatchIndex FROM 1 BY 1
000000         UNTIL MatchIndex > DeliveryUsed
000000         PERFORM ClassifyDelivery
000000         PERFORM WriteDeliveryLine
000000         IF DlvState(MatchIndex) = "C" OR "H" OR "O" THEN
000000             PERFORM WriteRedeliveryRequest
000000         END-IF
000000     END-PERFORM.
000000
000000*    配信１件の状態を決める。有効でなくなった配信先は
000000*    照合も再配信もしない。確認があれば件数・ハッシュを
000000*    比べ、無ければ配信日に猶予日数を足した日を基準日
000000*    が過ぎているかで猶予切れを判定する
000000 ClassifyDelivery.
000000
000000     PERFORM FindGraceDays.
000000
000000     EVALUATE TRUE
000000         WHEN NOT DeliveryToActive
000000             MOVE "I" TO DlvState(MatchIndex)
000000             ADD 1 TO InactiveTotal
000000         WHEN DlvAckSeen(MatchIndex) = "Y" AND
000000             DlvAckCount(MatchIndex) NOT = DlvCount(MatchIndex)
000000             MOVE "C" TO DlvState(MatchIndex)
000000             ADD 1 TO MismatchTotal
000000         WHEN DlvAckSeen(MatchIndex) = "Y" AND
000000             DlvAckYearHash(MatchIndex) NOT =
000000             DlvYearHash(MatchIndex)
000000             MOVE "H" TO DlvState(MatchIndex)
000000             ADD 1 TO MismatchTotal
000000         WHEN DlvAckSeen(MatchIndex) = "Y"
000000             MOVE "K" TO DlvState(MatchIndex)
000000             ADD 1 TO ReceivedTotal
000000         WHEN OTHER
000000             IF DlvStamp(MatchIndex)(1:8) IS NUMERIC THEN
000000                 MOVE DlvStamp(MatchIndex)(1:8)
000000                     TO DeliveredDate
000000                 COMPUTE DueInteger =
000000                     FUNCTION INTEGER-OF-DATE(DeliveredDate)
000000                     + DeliveryGraceDays
000000             ELSE
000000                 MOVE AsOfInteger TO DueInteger
000000             END-IF
000000             IF AsOfInteger > DueInteger THEN
000000                 MOVE "O" TO DlvState(MatchIndex)
000000                 ADD 1 TO OverdueTotal
000000             ELSE
000000                 MOVE "P" TO DlvState(MatchIndex)
000000                 ADD 1 TO PendingTotal
000000             END-IF
000000     END-EVALUATE.
000000
000000*    配信先の猶予日数をDeliveryGraceDaysに、有効かどうかを
000000*    DeliveryActiveに返す。プロファイルを読めなかったとき
000000*    は既定の日数・有効とし、プロファイルに無い配信先は
000000*    削除されたものとして無効とする
000000 FindGraceDays.
000000
000000     MOVE DefaultGraceDays TO DeliveryGraceDays.
000000     IF GraceProfilesLoaded THEN
000000         MOVE "N" TO DeliveryActive
000000     ELSE
000000         MOVE "Y" TO DeliveryActive
000000     END-IF.
000000     PERFORM VARYING GraceIndex FROM 1 BY 1
000000         UNTIL GraceIndex > GraceUsed
000000         IF GraceSubscriber(GraceIndex) =
000000             DlvSubscriber(MatchIndex) THEN
000000             MOVE GraceDays(GraceIndex) TO DeliveryGraceDays
000000             IF GraceSubscriberActive(GraceIndex) THEN
000000                 MOVE "Y" TO DeliveryActive
000000             END-IF
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM.
000000
000000*    配信１件の照合結果を明細行へ書き出す
000000 WriteDeliveryLine.
000000
000000     EVALUATE DlvState(MatchIndex)
000000         WHEN "K"
000000             IF LanguageEnglish THEN
000000                 MOVE "RECEIVED" TO StatusText
000000             ELSE
000000                 MOVE "受領済" TO StatusText
000000             END-IF
000000         WHEN "C"
000000             IF LanguageEnglish THEN
000000                 MOVE "COUNT MISMATCH" TO StatusText
000000             ELSE
000000                 MOVE "件数不一致" TO StatusText
000000             END-IF
000000         WHEN "H"
000000             IF LanguageEnglish THEN
000000                 MOVE "HASH MISMATCH" TO StatusText
000000             ELSE
000000                 MOVE "ハッシュ不一致" TO StatusText
000000             END-IF
000000         WHEN "I"
000000             IF LanguageEnglish THEN
000000                 MOVE "INACTIVE" TO StatusText
000000             ELSE
000000                 MOVE "配信停止" TO StatusText
000000             END-IF
000000         WHEN "O"
000000             IF LanguageEnglish THEN
000000                 MOVE "OVERDUE" TO StatusText
000000             ELSE
000000                 MOVE "猶予切れ" TO StatusText
000000             END-IF
000000         WHEN OTHER
000000             IF LanguageEnglish THEN
000000                 MOVE "AWAITING ACK" TO StatusText
000000             ELSE
000000                 MOVE "確認待ち" TO StatusText
000000             END-IF
000000     END-EVALUATE.
000000
000000     MOVE DlvCount(MatchIndex) TO EditedCount.
000000     IF DlvAckSeen(MatchIndex) = "Y" THEN
000000         MOVE DlvAckCount(MatchIndex) TO EditedReceived
000000         MOVE EditedReceived TO ReceivedText
000000     ELSE
000000         MOVE "        -" TO ReceivedText
000000     END-IF.
000000
000000     MOVE SPACES TO ReportBuffer.
000000     STRING "  " DlvSubscriber(MatchIndex)
000000         " " DlvFileName(MatchIndex)
000000         " " DlvStamp(MatchIndex)(1:8)
000000         " " EditedCount
000000         " " ReceivedText
000000         " " StatusText
000000         DELIMITED BY SIZE INTO ReportBuffer.
000000     PERFORM WriteReportLine.
000000
000000*    配信先１件分の再配信依頼を書き出す
000000 WriteRedeliveryRequest.
000000
000000     MOVE DlvSubscriber(MatchIndex) TO RedeliverSubscriber.
000000     MOVE DlvFileName(MatchIndex) TO RedeliverFileName.
000000     MOVE DlvState(MatchIndex) TO RedeliverReason.
000000     MOVE DlvStamp(MatchIndex) TO RedeliverDelivered.
000000     MOVE StampText TO RedeliverRequested.
000000     WRITE RedeliveryRecord.
000000     ADD 1 TO RedeliverTotal.
000000
000000*    照合結果の件数を書き出す
000000 WriteReportTotals.
000000
000000     MOVE ReceivedTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "RECEIVED: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "受領済: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE MismatchTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "MISMATCHED: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "不一致: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE OverdueTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "OVERDUE: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "猶予切れ: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE PendingTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "AWAITING ACK: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "確認待ち: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE StaleAckTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "ACKS FOR EARLIER DELIVERIES: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "以前の配信への確認: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE UnknownAckTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "ACKS NOT MATCHED: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "照合できない確認: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE InactiveTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "INACTIVE SUBSCRIBERS: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "配信停止の配信先: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000     MOVE RedeliverTotal TO EditedCount.
000000     MOVE SPACES TO ReportBuffer.
000000     IF LanguageEnglish THEN
000000         STRING "REDELIVERY REQUESTS: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     ELSE
000000         STRING "再配信依頼: " EditedCount
000000             DELIMITED BY SIZE INTO ReportBuffer
000000     END-IF.
000000     PERFORM WriteReportLine.
000000
000000*    編集済みの１行を報告書ファイルへ書き出す
000000 WriteReportLine.
000000
000000     WRITE AckReportLine FROM ReportBuffer.
000000     MOVE SPACES TO ReportBuffer.
000000
000000*    完了コードがしきい値以上であれば運用警報を１件残す
000000 RaiseCompletionAlert.
000000
000000     MOVE "C" TO AlertRequestFunction.
000000     MOVE "DistribAck" TO AlertRequestProgram.
000000     CALL "AlertWrite" USING AlertRequest.
