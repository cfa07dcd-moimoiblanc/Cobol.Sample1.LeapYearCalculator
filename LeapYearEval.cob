000000 2       RulesState PIC X(1).
000000     88  RulesReady VALUE "Y".
000000
000000*    暦の指定(C要求)で受け取った旧暦の最終年。この年まで
000000*    はユリウス暦の４年規則で判定する(０=規則定義のとおり)
000000 1   CalendarWork.
000000 2       CalendarOldRuleTo PIC 9(5) VALUE 0.
000000
000000 LINKAGE SECTION.
000000
000000 COPY LYCLEAP.
000000     EVALUATE TRUE
000000         WHEN LeapEvalInit
000000             PERFORM LoadRules
000000         WHEN LeapEvalCalendar
000000             MOVE LeapEvalOldRuleTo TO CalendarOldRuleTo
000000         WHEN OTHER
000000             IF NOT RulesReady THEN
000000                 PERFORM LoadRules
000000         END-IF
000000     END-PERFORM.
000000
000000     IF LeapEvalYear <= CalendarOldRuleTo AND
000000         LeapEvalMatchedEra NOT = "J" THEN
000000         PERFORM EvaluateOldJulian
000000     END-IF.
000000
000000     IF LeapEvalReturnCode = 10 THEN
000000         SET LeapEvalIsLeapYear TO TRUE
000000         MOVE 29 TO LeapEvalFebDays
000000         MOVE 28 TO LeapEvalFebDays
000000         MOVE 365 TO LeapEvalTotalDays
000000     END-IF.
000000
000000*    改暦の遅い国の暦で、グレゴリオ暦の規則が当たった年
000000*    でも改暦前であればユリウス暦の４年規則で判定し直す
000000*    (英国の1700年は閏年など)
000000 EvaluateOldJulian.
000000
000000     IF FUNCTION MOD(LeapEvalYear, 4) = 0 THEN
000000         MOVE 10 TO LeapEvalReturnCode
000000     ELSE
000000         MOVE 0 TO LeapEvalReturnCode
000000     END-IF.
000000     MOVE 0 TO LeapEvalMatchedIndex.
000000     MOVE 4 TO LeapEvalMatchedDivisor.
000000     MOVE "J" TO LeapEvalMatchedEra.
