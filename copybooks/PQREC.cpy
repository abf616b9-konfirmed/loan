        88 PendingRefund     VALUE 'REFUND'.
        88 PendingReversal   VALUE 'REVERSAL'.
        88 PendingRateChange VALUE 'RATE-CHANGE'.
        88 PendingPaymentXfer VALUE 'PMT-XFER'.
        88 PendingInsiderCredit VALUE 'INSIDER'.
    05 PendingLoanID        PIC 9(7).
    05 PendingAmount        PIC 9(11)V99.
    05 PendingDetail        PIC X(30).
        88 PendingWaiting   VALUE 'PENDING'.
        88 PendingPosted    VALUE 'POSTED'.
        88 PendingDenied    VALUE 'DENIED'.
        88 PendingApplied   VALUE 'APPLIED'.
