000000*    警報確認レコード(ALERT-ACK-FILE)
000000*    操作員が警報を閉じるたびに、誰がいつどの警報を閉じた
000000*    かを１件追記する
000000 1   AlertAckRecord.
000000 2       AckAlertNo PIC 9(9).
000000 2       AckOperator PIC X(8).
000000 2       AckStamp PIC X(16).
000000 2       AckProgram PIC X(16).
000000 2       AckCode PIC X(8).
