01  PiiAccessRecord.
    05 PiiUserID           PIC X(20).
    05 PiiDate             PIC 9(8).
    05 PiiTime             PIC 9(8).
    05 PiiLoanID           PIC 9(7).
    05 PiiBorrowerID       PIC 9(5).
    05 PiiFieldName        PIC X(12).
        88 PiiFieldTaxID       VALUE 'TAX-ID'.
        88 PiiFieldBankAccount VALUE 'BANK-ACCOUNT'.
    05 PiiReason           PIC X(40).
