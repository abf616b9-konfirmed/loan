01  DemographicChangeRecord.
    05 DemogChangeDate      PIC 9(8).
    05 DemogChangeTime      PIC 9(8).
    05 DemogBorrowerID      PIC 9(5).
    05 DemogLoanID          PIC 9(7).
    05 DemogField           PIC X(12).
        88 DemogFieldAddress     VALUE 'ADDRESS'.
        88 DemogFieldPhone       VALUE 'PHONE'.
        88 DemogFieldEmail       VALUE 'EMAIL'.
        88 DemogFieldBankAccount VALUE 'BANK-ACCOUNT'.
    05 DemogOldValue        PIC X(118).
    05 DemogNewValue        PIC X(118).
    05 DemogUserID          PIC X(20).
    05 DemogLetterSent      PIC X(01).
        88 DemogConfirmationSent VALUE 'Y'.
