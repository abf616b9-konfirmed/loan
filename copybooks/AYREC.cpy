01  AgencyRemittanceRecord.
    05 RemitAgencyID           PIC 9(4).
    05 RemitLoanID             PIC 9(7).
    05 RemitCollectedDate      PIC 9(8).
    05 RemitGrossAmount        PIC 9(9)V99.
    05 RemitCommissionAmount   PIC 9(9)V99.
    05 RemitNetAmount          PIC 9(9)V99.
