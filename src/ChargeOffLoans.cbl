01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-THBalanceAfter   PIC 9(11)V99.
01 WS-THProgram        PIC X(20).
01 WS-DeferReason      PIC X(12) VALUE 'CHARGE-OFF'.
01 WS-AncCancelReason  PIC X(12) VALUE 'CHARGED-OFF'.
01 WS-AncUserID        PIC X(20) VALUE 'CHARGE-OFF'.
01 WS-AncRefundTotal   PIC 9(9)V99 VALUE ZERO.

PROCEDURE DIVISION.
    DISPLAY 'Enter days-past-due threshold for charge-off (e.g., 180): '.
    DISPLAY 'Register written to ' WS-RegisterFileName.
    STOP RUN.

*> unearned premium on any ancillary product is credited to the loan
*> before the balance is written off
CHARGE-OFF-CURRENT-LOAN.
    CALL 'CancelLoanAncillaryProducts' USING LoanRecord
        WS-AncCancelReason WS-RunDate WS-AncUserID WS-AncRefundTotal.
    PERFORM WRITE-LEDGER-RECORD.
    PERFORM WRITE-REGISTER-LINE.
    PERFORM WRITE-HISTORY-RECORD.
    MOVE ZERO TO OutstandingBalance.
    MOVE ZERO TO UnpaidFeeBalance.
    SET LoanStatusChargedOff TO TRUE.
    CALL 'RecognizeDeferredFees' USING LoanID OF LoanRecord
        WS-RunDate WS-DeferReason.
    REWRITE LoanRecord.
    ADD 1 TO WS-LoansChargedOff.
    DISPLAY 'Loan ' LoanID OF LoanRecord ' charged off at '
