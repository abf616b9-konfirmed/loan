01  DeferredFeeRecord.
    05 DeferredLoanID          PIC 9(7).
    05 DeferredStartDate       PIC 9(8).
    05 DeferredTermMonths      PIC 9(3).
    05 DeferredIOMonths        PIC 9(3).
    05 DeferredNoteRate        PIC 9(2)V99.
    05 DeferredMonthlyPayment  PIC 9(9)V99.
    05 DeferredScheduleBalance PIC 9(9)V99.
    05 DeferredPeriodsDone     PIC 9(3).
    05 DeferredEffectiveRate   PIC 9V9(9).
    05 DeferredFeeTotal        PIC 9(9)V99.
    05 DeferredCostTotal       PIC 9(9)V99.
    05 DeferredUnamortized     PIC S9(9)V99.
    05 DeferredRecognized      PIC S9(9)V99.
    05 DeferredLastAmortDate   PIC 9(8).
    05 DeferredStatus          PIC X(08).
        88 DeferredActive      VALUE 'ACTIVE'.
        88 DeferredClosed      VALUE 'CLOSED'.
    05 DeferredClosedReason    PIC X(12).
    05 DeferredClosedDate      PIC 9(8).
