000000*    日数計算基準の依頼レコード(DAY-COUNT-INPUT-FILE)
000000*    経過利息の年割合を求める２日付と日数計算基準の
000000*    記号を１件１レコードで保持する。日付は日付モードの
000000*    DATEINと同じく和暦の形式も受け付ける
000000*    基準の記号(左詰め)
000000*      ACT365F=Actual/365 Fixed  ACT360=Actual/360
000000*      ACTACT=Actual/Actual ISDA  30360=30/360
000000*      30E360=30E/360  ACT365L=Actual/365L
000000 1   DayCountInputRecord.
000000 2       DayCountInDate1 PIC X(8).
000000 2       DayCountInDate2 PIC X(8).
000000 2       DayCountInConvention PIC X(8).
