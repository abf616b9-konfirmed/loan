01  CheckRegisterRecord.
    05 CheckNumber          PIC 9(8).
    05 CheckLoanID          PIC 9(7).
    05 CheckIssueDate       PIC 9(8).
    05 CheckAmount          PIC 9(9)V99.
    05 CheckPayee           PIC X(30).
    05 CheckSource          PIC X(08).
        88 CheckFromRefund    VALUE 'REFUND'.
        88 CheckFromSuspense  VALUE 'SUSPENSE'.
        88 CheckFromClaim     VALUE 'CLAIM'.
        88 CheckFromEscrow    VALUE 'ESCROW'.
        88 CheckFromDealer    VALUE 'DEALER'.
    05 CheckSourceRef       PIC X(10).
    05 CheckStatus          PIC X(08).
        88 CheckOutstanding   VALUE 'ISSUED'.
        88 CheckCleared       VALUE 'CLEARED'.
        88 CheckVoided        VALUE 'VOIDED'.
    05 CheckPosPayDate      PIC 9(8).
    05 CheckVoidSentDate    PIC 9(8).
    05 CheckClearedDate     PIC 9(8).
    05 CheckPaidAmount      PIC 9(9)V99.
    05 CheckMismatchFlag    PIC X(01).
        88 CheckAmountMismatch VALUE 'Y'.
        88 CheckAmountMatched  VALUE 'N'.
    05 CheckVoidDate        PIC 9(8).
    05 CheckVoidBy          PIC X(20).
    05 CheckVoidReason      PIC X(04).
        88 CheckVoidStale     VALUE 'STAL'.
        88 CheckVoidLost      VALUE 'LOST'.
        88 CheckVoidUnclaimed VALUE 'UNCL'.
        88 CheckVoidError     VALUE 'ERR '.
        88 CheckVoidReasonValid VALUE 'STAL' 'LOST' 'UNCL' 'ERR '.
    05 CheckReissuedAs      PIC 9(8).
    05 CheckReissueOf       PIC 9(8).
