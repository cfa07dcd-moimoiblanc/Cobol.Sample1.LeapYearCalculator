000000*    暦日ディメンションの制御レコード(CALENDAR-DIM-FILE)
000000*    判定結果ファイルの制御レコード(LYCOCTL)と同じく、
000000*    H=ヘッダ(抽出の範囲と規則版数)を先頭に、T=トレーラ
000000*    (明細件数・営業日件数・日付ハッシュ計)を末尾に書き、
000000*    取込み側が欠けた・途中で切れたファイルを検出できる
000000*    ようにする。日付ハッシュ計は明細の日付(YYYYMMDD)の
000000*    単純合計
000000 1   CalendarDimControl.
000000 2       CalDimControlType PIC X(1).
000000     88  CalDimHeader VALUE "H".
000000     88  CalDimTrailer VALUE "T".
000000 2       CalDimControlStamp PIC X(16).
000000 2       CalDimControlBody PIC X(45).
000000 2       CalDimHeaderBody REDEFINES CalDimControlBody.
000000 3           CalDimFromDate PIC 9(8).
000000 3           CalDimToDate PIC 9(8).
000000 3           CalDimHeaderRuleVersion PIC 9(5).
000000 2       CalDimTrailerBody REDEFINES CalDimControlBody.
000000 3           CalDimDetailCount PIC 9(9).
000000 3           CalDimBusinessCount PIC 9(9).
000000 3           CalDimDateHash PIC 9(15).
