000000*    和暦変換結果レコード(ERA-OUTPUT-FILE)
000000*    和暦→西暦(G)と西暦→和暦(E)の変換結果を機械可読で
000000*    残す。元号の区切りはERATBLの改元日に従う
000000 1   EraOutputRecord.
000000 2       EraOutDirection PIC X(1).
000000     88  EraOutToGregorian VALUE "G".
000000     88  EraOutToEra VALUE "E".
000000*    受け取ったままの日付(和暦形式または西暦YYYYMMDD)
000000 2       EraOutInput PIC X(8).
000000 2       EraOutDate PIC 9(8).
000000 2       EraOutCode PIC X(1).
000000 2       EraOutName PIC X(12).
000000 2       EraOutYear PIC 9(3).
000000 2       EraOutMonth PIC 9(2).
000000 2       EraOutDay PIC 9(2).
000000 2       EraOutDayOfWeek PIC 9(1).
000000 2       EraOutRuleVersion PIC 9(5).
000000 2       EraOutTimestamp PIC X(16).
