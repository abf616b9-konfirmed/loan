    05 AutopayStatus       PIC X(09).
        88 AutopayEnrolled  VALUE 'ENROLLED'.
        88 AutopayCancelled VALUE 'CANCELLED'.
    05 AutopayAcctChangeDate PIC 9(8).
    05 AutopayHoldUntilDate  PIC 9(8).
    05 AutopayDiscountRate   PIC 9(2)V99.
    05 AutopayDiscountDate   PIC 9(8).
    05 AutopayReturnCount    PIC 9(3).
    05 AutopayDiscountEndDate PIC 9(8).
    05 AutopayDiscountEndReason PIC X(12).
        88 AutopayDiscountEndCancelled VALUE 'CANCELLED'.
        88 AutopayDiscountEndReturns   VALUE 'ACH-RETURNS'.
