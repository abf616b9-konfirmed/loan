01  LossClaimRecord.
    05 ClaimID                PIC 9(6).
    05 ClaimLoanID            PIC 9(7).
    05 ClaimNumber            PIC X(20).
    05 ClaimCarrier           PIC X(20).
    05 ClaimLossDate          PIC 9(8).
    05 ClaimLossType          PIC X(04).
        88 ClaimLossFire        VALUE 'FIRE'.
        88 ClaimLossWind        VALUE 'WIND'.
        88 ClaimLossHail        VALUE 'HAIL'.
        88 ClaimLossFlood       VALUE 'FLOD'.
        88 ClaimLossCollision   VALUE 'COLL'.
        88 ClaimLossTheft       VALUE 'THFT'.
        88 ClaimLossOther       VALUE 'OTHR'.
    05 ClaimSeverity          PIC X(01).
        88 ClaimRepairable      VALUE 'R'.
        88 ClaimTotalLoss       VALUE 'T'.
    05 ClaimOpenedDate        PIC 9(8).
    05 ClaimOpenedBy          PIC X(20).
    05 ClaimFirstReceiptDate  PIC 9(8).
    05 ClaimLastReceiptDate   PIC 9(8).
    05 ClaimProceedsReceived  PIC 9(9)V99.
    05 ClaimAmountReleased    PIC 9(9)V99.
    05 ClaimAmountToPrincipal PIC 9(9)V99.
    05 ClaimAmountRefunded    PIC 9(9)V99.
    05 ClaimHeldBalance       PIC 9(9)V99.
    05 ClaimStatus            PIC X(06).
        88 ClaimOpen            VALUE 'OPEN'.
        88 ClaimClosed          VALUE 'CLOSED'.
    05 ClaimClosedDate        PIC 9(8).
