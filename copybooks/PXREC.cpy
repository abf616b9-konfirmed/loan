01  PayrollExtractRecord.
    05 PayrollOfficerID      PIC 9(5).
    05 PayrollOfficerName    PIC X(30).
    05 PayrollBranchCode     PIC X(04).
    05 PayrollPeriod         PIC 9(6).
    05 PayrollEarnCode       PIC X(04).
    05 PayrollGrossAmount    PIC 9(7)V99.
    05 PayrollClawbackAmount PIC 9(7)V99.
    05 PayrollNetSign        PIC X(01).
        88 PayrollNetPayment   VALUE '+'.
        88 PayrollNetDeduction VALUE '-'.
    05 PayrollNetAmount      PIC 9(7)V99.
