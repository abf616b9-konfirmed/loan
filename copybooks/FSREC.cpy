01  FinancialStatementRecord.
    05 StmtLoanID          PIC 9(7).
    05 StmtPeriodEnd       PIC 9(8).
    05 StmtFrequency       PIC X(01).
        88 StmtMonthly        VALUE 'M'.
        88 StmtQuarterly      VALUE 'Q'.
        88 StmtAnnual         VALUE 'A'.
        88 StmtFrequencyValid VALUE 'M' 'Q' 'A'.
    05 StmtReceivedDate    PIC 9(8).
    05 StmtCashFlow        PIC 9(11)V99.
    05 StmtDebtService     PIC 9(11)V99.
    05 StmtTotalDebt       PIC 9(11)V99.
    05 StmtLiquidAssets    PIC 9(11)V99.
    05 StmtEnteredBy       PIC X(20).
