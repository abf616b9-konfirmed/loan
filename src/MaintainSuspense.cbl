01 WS-THBalanceBefore      PIC 9(11)V99.
01 WS-THBalanceAfter       PIC 9(11)V99.
01 WS-THProgram            PIC X(20).
01 WS-InstallmentCredit    PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved          PIC S9(3) VALUE ZERO.
01 WS-CheckSource          PIC X(08).
01 WS-CheckSourceRef       PIC X(10) VALUE SPACES.
01 WS-CheckNumber          PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).
    MOVE CurrencyCode OF LoanRecord TO TenderedCurrency.
    MOVE ZERO TO NSFFeeAmount.
    MOVE ZERO TO ReversalDate.
    MOVE ZERO TO TransferFromRepaymentID.
    MOVE ZERO TO TransferToRepaymentID.
    MOVE ZERO TO BackdatePostedDate.
    MOVE SPACES TO BackdateAuthorizedBy.
    MOVE SPACES TO PriorPeriodAdjFlag.
    PERFORM GET-NEXT-RECEIPT-NUMBER.
    MOVE WS-ReceiptNumberWork TO ReceiptNumber.
    MOVE LS-UserID TO CaptureUserID.
            SET LoanStatusPaidOff OF LoanRecord TO TRUE
        END-IF
    END-IF.
    COMPUTE WS-InstallmentCredit =
        EscrowPortion OF RepaymentRecord
        + InterestPortion OF RepaymentRecord
        + PrincipalPortion OF RepaymentRecord.
    CALL 'ApplyInstallmentCredit' USING LoanRecord
        WS-InstallmentCredit WS-CyclesMoved.
    REWRITE LoanRecord.
    MOVE 'PAYMENT' TO WS-THType.
    MOVE AmountPaid TO WS-THAmount.
        PaymentDate OF RepaymentRecord WS-THProgram.
    IF LoanStatusPaidOff OF LoanRecord
        CALL 'ProcessLienRelease' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord
            BorrowerName OF LoanRecord
            PaymentDate OF RepaymentRecord
    END-IF.
                PERFORM OPEN-REFUND-FILE
                WRITE RefundRecord
                CLOSE RefundFile
                MOVE 'SUSPENSE' TO WS-CheckSource
                MOVE SuspenseID TO WS-CheckSourceRef
                CALL 'IssueCheck' USING RefundLoanID RefundAmount
                    RefundBorrowerName WS-CheckSource WS-CheckSourceRef
                    RefundDate WS-CheckNumber
                MOVE WS-TodayDate TO SuspenseResolvedDate
                SET SuspenseRefunded TO TRUE
                REWRITE SuspenseRecord
