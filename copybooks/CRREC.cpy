01  CommissionRateRecord.
    05 CommRateProductCode   PIC X(04).
    05 CommRateTierFloor     PIC 9(11)V99.
    05 CommRateEffectiveDate PIC 9(8).
    05 CommRatePercent       PIC 9(1)V999.
    05 CommRateFeeCreditPct  PIC 9(3)V99.
