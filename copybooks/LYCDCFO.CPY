000000*    日数計算基準の結果レコード(DAY-COUNT-OUTPUT-FILE)
000000*    ２日付間の日数と年割合を基準ごとの定めで求め、
000000*    機械可読で残す。閏年区分は日付モードと同じ判定
000000*    (マスター優先、LeapYearEvalの規則)から求める。
000000*    日付２が日付１より前なら日数・年割合とも負とする
000000 1   DayCountOutputRecord.
000000 2       DayCountOutDate1 PIC 9(8).
000000 2       DayCountOutDate2 PIC 9(8).
000000 2       DayCountOutConvention PIC X(8).
000000*    基準の定めで数えた日数(30/360系は１か月30日で数える)
000000 2       DayCountOutDays PIC S9(9) SIGN IS LEADING SEPARATE.
000000*    実日数(基準によらず暦の上の日数)
000000 2       DayCountOutActualDays PIC S9(9)
000000         SIGN IS LEADING SEPARATE.
000000*    年割合の分母(ACTACTは年ごとに異なるためゼロ)
000000 2       DayCountOutBasis PIC 9(3).
000000 2       DayCountOutFraction PIC S9(5)V9(10)
000000         SIGN IS LEADING SEPARATE.
000000*    日付１・日付２の年の閏年区分
000000 2       DayCountOutLeapFlag1 PIC X(1).
000000     88  DayCountOutYear1IsLeap VALUE "Y".
000000     88  DayCountOutYear1NotLeap VALUE "N".
000000 2       DayCountOutLeapFlag2 PIC X(1).
000000     88  DayCountOutYear2IsLeap VALUE "Y".
000000     88  DayCountOutYear2NotLeap VALUE "N".
000000*    実日数のうち閏年・平年に属する日数(ACTACTの按分)
000000 2       DayCountOutLeapDays PIC 9(9).
000000 2       DayCountOutNonLeapDays PIC 9(9).
000000*    期間(日付１の翌日から日付２まで)に２月２９日を含むか
000000*    (ACT365Lの分母366の判定)
000000 2       DayCountOutFeb29Flag PIC X(1).
000000     88  DayCountOutHasFeb29 VALUE "Y".
000000     88  DayCountOutNoFeb29 VALUE "N".
000000 2       DayCountOutRuleVersion PIC 9(5).
000000 2       DayCountOutTimestamp PIC X(16).
