000000*    部署別課金レコード(CHARGEBACK-FILE)
000000*    総勘定元帳への振替用。請求月・部署・依頼種別ごとに
000000*    受付と却下の件数・金額を１件に載せ、最後に件数と
000000*    金額の合計を持つトレーラを１件置く
000000 1   ChargebackRecord.
000000 2       ChargeRecordType PIC X(1).
000000     88  ChargeDetail VALUE "D".
000000     88  ChargeTrailer VALUE "T".
000000 2       ChargeMonth PIC 9(6).
000000 2       ChargeDept PIC X(4).
000000 2       ChargeType PIC X(1).
000000 2       ChargeAcceptedCount PIC 9(9).
000000 2       ChargeRejectedCount PIC 9(9).
000000 2       ChargeAcceptedAmount PIC 9(9)V99.
000000 2       ChargeRejectedAmount PIC 9(9)V99.
000000 2       ChargeTotalAmount PIC 9(11)V99.
000000*    単価が見つかったか(Nなら金額0のまま計上を保留する)
000000 2       ChargeRateFound PIC X(1).
000000     88  ChargeRateMissing VALUE "N".
000000*    トレーラだけが持つ明細件数(明細では0)
000000 2       ChargeLineCount PIC 9(5).
