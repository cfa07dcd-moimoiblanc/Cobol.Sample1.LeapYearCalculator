000000*    支払日程の依頼レコード(SCHEDULE-INPUT-FILE)
000000*    開始日から一定の頻度で並ぶ支払日の日程を１件１レコ
000000*    ードで依頼する。回数か終了日のどちらかを指定し、
000000*    両方あれば回数を優先する
000000*    頻度      M=毎月 Q=四半期 S=半年 A=毎年
000000*    月末指定  Y=開始日が月末なら各回も月末にそろえる
000000*    営業日調整 F=翌営業日 M=翌営業日(月をまたぐなら
000000*              前営業日) P=前営業日 N=調整しない
000000 1   ScheduleRequestRecord.
000000 2       SchedInRequestId PIC X(8).
000000 2       SchedInStartDate PIC X(8).
000000 2       SchedInFrequency PIC X(1).
000000 2       SchedInPeriods PIC X(3).
000000 2       SchedInEndDate PIC X(8).
000000 2       SchedInEomFlag PIC X(1).
000000 2       SchedInBizConvention PIC X(1).
