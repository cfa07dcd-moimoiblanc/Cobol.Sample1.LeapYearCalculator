000000*    課金単価レコード(CHARGE-RATE-FILE)
000000*    運用担当が保守する。適用開始年月が請求月以前の行の
000000*    うち最も新しい行を使う。部署が空白の行は全部署共通、
000000*    種別が*の行は単価の無い種別の共通単価とする。却下
000000*    単価は手戻りの費用として受付単価と別に持つ
000000 1   ChargeRateRecord.
000000 2       RateEffMonth PIC 9(6).
000000 2       RateDept PIC X(4).
000000 2       RateType PIC X(1).
000000 2       RateAcceptedAmount PIC 9(5)V99.
000000 2       RateRejectedAmount PIC 9(5)V99.
