000000 2       ResponseMatchedEra PIC X(1).
000000 2       ResponseTimestamp PIC X(16).
000000 2       ResponseReason PIC X(40).
000000*    判定に使った暦コード
000000 2       ResponseCalendar PIC X(2).
