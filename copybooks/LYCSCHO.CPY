000000*    支払日程の結果レコード(SCHEDULE-OUTPUT-FILE)
000000*    依頼１件につき回数分のレコードを回の順に書く。
000000*    調整前の日付は開始日から頻度の月数ずつ進めた日で、
000000*    その月に無い日は月末日とする。調整後の日付は祝日
000000*    カレンダー(HOLIDF)と土日を避けて営業日調整の定め
000000*    で動かした日。期間日数は前回の調整後の日付(第１回
000000*    は開始日)から今回の調整後の日付までの実日数
000000 1   ScheduleOutputRecord.
000000 2       SchedOutRequestId PIC X(8).
000000 2       SchedOutPeriod PIC 9(3).
000000 2       SchedOutPeriodStart PIC 9(8).
000000 2       SchedOutUnadjDate PIC 9(8).
000000 2       SchedOutAdjDate PIC 9(8).
000000 2       SchedOutPeriodDays PIC 9(5).
000000 2       SchedOutAdjustFlag PIC X(1).
000000     88  SchedOutAdjusted VALUE "Y".
000000     88  SchedOutNotAdjusted VALUE "N".
000000*    終了日の指定で、最終回が頻度の刻みに合わず終了日で
000000*    打ち切った端数期間ならY
000000 2       SchedOutStubFlag PIC X(1).
000000     88  SchedOutIsStub VALUE "Y".
000000     88  SchedOutNotStub VALUE "N".
000000 2       SchedOutRuleVersion PIC 9(5).
000000 2       SchedOutTimestamp PIC X(16).
