000000*    再配信依頼レコード(REDELIVERY-FILE)
000000*    受領照合(DistribAck)が件数・ハッシュ不一致や猶予切れ
000000*    の配信先だけを書き出し、次回の配信(LeapDistrib)が
000000*    その配信先にだけ配り直した後で空にする
000000 1   RedeliveryRecord.
000000 2       RedeliverSubscriber PIC X(8).
000000 2       RedeliverFileName PIC X(8).
000000 2       RedeliverReason PIC X(1).
000000     88  RedeliverCountMismatch VALUE "C".
000000     88  RedeliverHashMismatch VALUE "H".
000000     88  RedeliverOverdue VALUE "O".
000000 2       RedeliverDelivered PIC X(16).
000000 2       RedeliverRequested PIC X(16).
