01  CommissionLedgerRecord.
    05 CommOfficerID         PIC 9(5).
    05 CommLoanID            PIC 9(7).
    05 CommPeriod            PIC 9(6).
    05 CommPostedDate        PIC 9(8).
    05 CommEntryType         PIC X(08).
        88 CommEarned          VALUE 'EARNED'.
        88 CommClawback        VALUE 'CLAWBACK'.
    05 CommProductCode       PIC X(04).
    05 CommFundedDate        PIC 9(8).
    05 CommLoanAmount        PIC 9(9)V99.
    05 CommRateApplied       PIC 9(1)V999.
    05 CommBaseAmount        PIC 9(7)V99.
    05 CommFeeCredit         PIC 9(7)V99.
    05 CommTotalAmount       PIC 9(7)V99.
    05 CommReason            PIC X(20).
