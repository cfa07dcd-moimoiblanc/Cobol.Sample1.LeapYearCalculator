000000 2       AuditRuleVersion PIC 9(5).
000000*    適用された規則の暦法(G/J、無適用は空白)
000000 2       AuditMatchedEra PIC X(1).
000000*    連鎖の通番と連鎖値。連鎖値はこの項目を0とした
000000*    レコード全体と直前レコードの連鎖値から求める(区画
000000*    実行のAUDITFnでは0のまま、PartMergeの併合時に付く)
000000 2       AuditChainSeq PIC 9(9).
000000 2       AuditChainValue PIC 9(10).
