01  PmiRecord.
    05 PmiLoanID               PIC 9(7).
    05 PmiCarrier              PIC X(30).
    05 PmiCertificateNumber    PIC X(20).
    05 PmiMonthlyPremium       PIC 9(7)V99.
    05 PmiOriginalValue        PIC 9(11)V99.
    05 PmiEffectiveDate        PIC 9(8).
    05 PmiPremiumPaidThrough   PIC 9(8).
    05 PmiStatus               PIC X(09).
        88 PmiActive               VALUE 'ACTIVE'.
        88 PmiCancelled            VALUE 'CANCELLED'.
    05 PmiCancelReason         PIC X(12).
        88 PmiCancelAutomatic      VALUE 'AUTO-78'.
        88 PmiCancelRequested      VALUE 'REQUEST-80'.
        88 PmiCancelLoanClosed     VALUE 'LOAN-CLOSED'.
    05 PmiCancelDate           PIC 9(8).
    05 PmiCancelUserID         PIC X(20).
    05 PmiRefundAmount         PIC 9(7)V99.
    05 PmiRefundCheckNumber    PIC 9(8).
    05 PmiLastDisclosureDate   PIC 9(8).
    05 PmiChangedUserID        PIC X(20).
    05 PmiChangedDate          PIC 9(8).
