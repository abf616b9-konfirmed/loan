01  InspectionRecord.
    05 InspLoanID                PIC 9(7).
    05 InspLineNo                PIC 9(2).
    05 InspDate                  PIC 9(8).
    05 InspPriorPercent          PIC 9(3)V99.
    05 InspPercentComplete       PIC 9(3)V99.
    05 InspFinalFlag             PIC X(01).
        88 InspFinal               VALUE 'Y'.
        88 InspProgress            VALUE 'N'.
    05 InspInspector             PIC X(30).
    05 InspUserID                PIC X(20).
