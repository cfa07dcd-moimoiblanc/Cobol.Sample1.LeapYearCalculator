000000*    ISO週暦結果レコード(WEEK-OUTPUT-FILE)
000000*    年(Y)については53週の年(長い年)かどうか・第１週の
000000*    月曜日・週数を、日付(D)についてはISO週年・週番号・
000000*    ISO曜日(1=月曜〜7=日曜)を機械可読で残す。閏年区分
000000*    と曜日は日付モード(DATEOUT)と同じ判定から求める
000000 1   WeekOutputRecord.
000000 2       WeekOutKind PIC X(1).
000000     88  WeekOutForYear VALUE "Y".
000000     88  WeekOutForDate VALUE "D".
000000*    年の指定ならその年、日付の指定なら暦の上の年
000000 2       WeekOutYear PIC 9(5).
000000*    日付の指定のときの日付(年の指定のときはゼロ)
000000 2       WeekOutDate PIC 9(8).
000000 2       WeekOutLeapFlag PIC X(1).
000000     88  WeekOutIsLeapYear VALUE "Y".
000000     88  WeekOutIsNotLeapYear VALUE "N".
000000*    以下の３項目は週年(日付の指定ならISO週年)のもの
000000 2       WeekOutLongFlag PIC X(1).
000000     88  WeekOutIsLongYear VALUE "Y".
000000     88  WeekOutIsNotLongYear VALUE "N".
000000 2       WeekOutWeek1Monday PIC 9(8).
000000 2       WeekOutWeekCount PIC 9(2).
000000*    日付の指定のときだけ意味を持つ項目(年のときはゼロ)
000000 2       WeekOutIsoYear PIC 9(5).
000000 2       WeekOutIsoWeek PIC 9(2).
000000 2       WeekOutIsoWeekday PIC 9(1).
000000 2       WeekOutRuleVersion PIC 9(5).
000000 2       WeekOutTimestamp PIC X(16).
