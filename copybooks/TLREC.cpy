01  TimeBarredDebtRecord.
    05 TimeBarLoanID           PIC 9(7).
    05 TimeBarState            PIC X(02).
    05 TimeBarLimitYears       PIC 9(2).
    05 TimeBarChargeOffDate    PIC 9(8).
    05 TimeBarFirstDelinqDate  PIC 9(8).
    05 TimeBarLastPayDate      PIC 9(8).
    05 TimeBarDate             PIC 9(8).
    05 TimeBarReportLimitDate  PIC 9(8).
    05 TimeBarBalanceOwed      PIC 9(9)V99.
    05 TimeBarComputedDate     PIC 9(8).
