    05 PaymentStatus       PIC X(08).
        88 PaymentStatusGood VALUE 'GOOD'.
        88 PaymentStatusNSF  VALUE 'NSF'.
        88 PaymentStatusTransferred VALUE 'XFER'.
    05 NSFFeeAmount        PIC 9(5)V99.
    05 FeePortion          PIC 9(9)V99.
    05 EscrowPortion       PIC 9(9)V99.
        88 TenderWire     VALUE 'WIRE'.
    05 TenderedAmount      PIC 9(9)V99.
    05 TenderedCurrency    PIC X(03).
    05 TransferFromRepaymentID PIC 9(5).
    05 TransferToRepaymentID   PIC 9(5).
    05 BackdatePostedDate      PIC 9(8).
    05 BackdateAuthorizedBy    PIC X(20).
    05 PriorPeriodAdjFlag      PIC X(01).
        88 PriorPeriodAdjustment   VALUE 'Y'.
