000000*    監視コンソール向け固定形式メッセージ(CONSOLE-FILE)
000000*    先頭のメッセージＩＤはLYC＋番号３桁＋重大度の英字
000000*    (I=情報 W=警告 E=エラー S=重大)。警報番号はALERTF
000000*    の何件目かで、確認(ACK=)の指定にそのまま使う
000000 1   ConsoleMessage.
000000 2       ConsoleMessageId PIC X(7).
000000 2       FILLER PIC X(1).
000000 2       ConsoleAlertNo PIC 9(9).
000000 2       FILLER PIC X(1).
000000 2       ConsoleStamp PIC X(16).
000000 2       FILLER PIC X(1).
000000 2       ConsoleProgram PIC X(16).
000000 2       FILLER PIC X(1).
000000 2       ConsoleCode PIC X(8).
000000 2       FILLER PIC X(1).
000000 2       ConsoleText PIC X(60).
