000000*    承認済み規則変更の反映副プログラムの連絡領域
000000*    (RuleApply)。基準日までに適用日の来た承認済みの
000000*    変更をRULESFへ反映し、件数と新しい版番号を返す
000000 1   RuleApplyArea.
000000*    適用日と比べる基準日(YYYYMMDD)
000000 2       RuleApplyDate PIC 9(8).
000000 2       RuleApplyCount PIC 9(3).
000000 2       RuleApplyStaleCount PIC 9(3).
000000 2       RuleApplyNewVersion PIC 9(5).
000000 2       RuleApplyOverflow PIC X(1).
000000     88  RuleApplyTableFull VALUE "Y".
