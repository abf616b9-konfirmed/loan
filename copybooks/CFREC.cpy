01  CostOfFundsRecord.
    05 CFTermMonths        PIC 9(3).
    05 CFEffectiveDate     PIC 9(8).
    05 CFRate              PIC 9(2)V99.
