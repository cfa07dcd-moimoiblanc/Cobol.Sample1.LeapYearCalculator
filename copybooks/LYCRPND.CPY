000000*    規則変更の承認待ちレコード(PENDING-RULE-FILE)
000000*    RuleMaintで起票した規則変更は、起票者と別の操作者が
000000*    承認するまでRULESFへ反映しない。承認済みの変更は
000000*    適用日に達した最初の計算実行(RuleApply)で反映する
000000*    状態 P=承認待ち A=承認済み(適用日待ち) R=却下
000000*         E=反映済み S=起票後に規則が変わったため反映不能
000000 1   PendingChangeRecord.
000000 2       PendingId PIC 9(5).
000000 2       PendingStatus PIC X(1).
000000     88  PendingAwaiting VALUE "P".
000000     88  PendingApproved VALUE "A".
000000     88  PendingRejected VALUE "R".
000000     88  PendingApplied VALUE "E".
000000     88  PendingStale VALUE "S".
000000 2       PendingDivisor PIC 9(3).
000000*    反映を求める適用日(YYYYMMDD)
000000 2       PendingEffDate PIC 9(8).
000000 2       PendingMaker PIC X(8).
000000 2       PendingMakeStamp PIC X(16).
000000 2       PendingChecker PIC X(8).
000000 2       PendingCheckStamp PIC X(16).
000000 2       PendingAppliedStamp PIC X(16).
000000 2       PendingAppliedVersion PIC 9(5).
000000*    起票時点と変更後のRuleRecordの写し
000000 2       PendingOldImage PIC X(37).
000000 2       PendingNewImage PIC X(37).
