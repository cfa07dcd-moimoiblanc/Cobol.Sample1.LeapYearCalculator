000000*    日付計算結果レコード(CALC-OUTPUT-FILE)
000000*    ２日付間の日数(D)と日付±日数(O)、２日付間の営業
000000*    日数(W)と日付±営業日数(N)の計算結果を機械可読で
000000*    残し、後続ジョブが画面表示に頼らず使えるようにする。
000000*    暦法はRULESFの適用範囲に従う
000000 1   CalcOutputRecord.
000000 2       CalcFunction PIC X(1).
000000     88  CalcDiff VALUE "D".
000000     88  CalcOffset VALUE "O".
000000     88  CalcBizDiff VALUE "W".
000000     88  CalcBizOffset VALUE "N".
000000 2       CalcDate1 PIC 9(8).
000000*    日数計算(D/W)のときの２番目の日付(O/Nのときはゼロ)
000000 2       CalcDate2 PIC 9(8).
000000*    日付計算(O/N)のときの指定日数(D/Wのときはゼロ)
000000 2       CalcOffsetDays PIC S9(7) SIGN IS LEADING SEPARATE.
000000*    D/Wの結果: 日付１から日付２までの日数(符号付き)。
000000*    Wは日付１の翌日から日付２までの営業日を数える
000000 2       CalcResultDays PIC S9(9) SIGN IS LEADING SEPARATE.
000000*    O/Nの結果: 日付１に日数を加減した日付(D/Wのときは
000000*    ゼロ)
000000 2       CalcResultDate PIC 9(8).
000000*    結果日付(D/W=日付２ O/N=計算結果)の曜日
000000*    (1=日曜〜7=土曜)
000000 2       CalcDayOfWeek PIC 9(1).
000000 2       CalcRuleVersion PIC 9(5).
000000 2       CalcTimestamp PIC X(16).
000000*    W/Nで営業日の数え上げ中に飛ばした祝日と土日の日数
000000*    (土日に当たる祝日は土日として数える。D/Oはゼロ)
000000 2       CalcHolidaysSkipped PIC 9(7).
000000 2       CalcWeekendsSkipped PIC 9(7).
