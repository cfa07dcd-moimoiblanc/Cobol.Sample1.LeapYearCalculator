000000*    配信先受領確認レコード(SUBSCRIBER-ACK-FILE)
000000*    配信先が抽出ファイルを取り込んだ後に送り返す。受け
000000*    取った件数と年ハッシュ計を配信実績(MANIFST)と突き
000000*    合わせる。どの配信に対する確認かは、配信実績の
000000*    配信時刻(ManifestTimestamp)をそのまま返してもらい
000000*    一致で判定する。空白の確認はどの配信にも当てない
000000 1   SubscriberAckRecord.
000000 2       SubAckSubscriber PIC X(8).
000000 2       SubAckFileName PIC X(8).
000000 2       SubAckCount PIC 9(9).
000000 2       SubAckYearHash PIC 9(12).
000000 2       SubAckDelivered PIC X(16).
