01  AncillaryRecord.
    05 AncillaryKey.
        10 AncLoanID               PIC 9(7).
        10 AncProductType          PIC X(04).
            88 AncProductGap           VALUE 'GAP'.
            88 AncProductCreditLife    VALUE 'CLIF'.
            88 AncProductDebtCancel    VALUE 'DCAN'.
            88 AncProductTypeValid     VALUES 'GAP' 'CLIF' 'DCAN'.
    05 AncCarrier              PIC X(30).
    05 AncCertificateNumber    PIC X(20).
    05 AncPremium              PIC 9(7)V99.
    05 AncCarrierNetPremium    PIC 9(7)V99.
    05 AncTermMonths           PIC 9(3).
    05 AncEffectiveDate        PIC 9(8).
    05 AncRefundMethod         PIC X(08).
        88 AncRefundProRata        VALUE 'PRO-RATA'.
        88 AncRefundRule78         VALUE 'RULE78'.
    05 AncStatus               PIC X(09).
        88 AncActive               VALUE 'ACTIVE'.
        88 AncCancelled            VALUE 'CANCELLED'.
    05 AncRemittedDate         PIC 9(8).
    05 AncCancelReason         PIC X(12).
        88 AncCancelPaidOff        VALUE 'PAID-OFF'.
        88 AncCancelRefinanced     VALUE 'REFINANCED'.
        88 AncCancelChargedOff     VALUE 'CHARGED-OFF'.
        88 AncCancelRepossessed    VALUE 'REPOSSESSED'.
        88 AncCancelRequested      VALUE 'REQUEST'.
        88 AncCancelLoanClosed     VALUE 'LOAN-CLOSED'.
    05 AncCancelDate           PIC 9(8).
    05 AncCancelUserID         PIC X(20).
    05 AncRefundAmount         PIC 9(7)V99.
    05 AncRefundCredited       PIC 9(7)V99.
    05 AncRefundCheckNumber    PIC 9(8).
    05 AncCarrierChargeback    PIC 9(7)V99.
    05 AncCommissionChargeback PIC 9(7)V99.
    05 AncChargebackSettledDate PIC 9(8).
    05 AncChangedUserID        PIC X(20).
    05 AncChangedDate          PIC 9(8).
