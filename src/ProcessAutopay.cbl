01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-THBalanceAfter   PIC 9(11)V99.
01 WS-THProgram        PIC X(20).
01 WS-InstallmentCredit PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved      PIC S9(3) VALUE ZERO.
01 WS-EscrowFound         PIC X VALUE 'N'.
01 WS-BalanceApplied      PIC 9(9)V99 VALUE ZERO.
01 WS-DebitFileName       PIC X(30).
01 WS-DailyRate           PIC 9(3)V9(9) VALUE ZERO.
01 WS-AccruedInterest     PIC 9(9)V99 VALUE ZERO.
01 WS-PenaltyCutoffDate   PIC 9(8) VALUE ZERO.
01 WS-PenaltyMonths       PIC 9(4).

*> configurable prepayment penalty policy
01 WS-LargePaymentThresholdPct PIC 9(3) VALUE 50.
01 WS-AchPadRemainder      PIC 9(2) VALUE ZERO.
01 WS-AchDateQuotient      PIC 9(2) VALUE ZERO.
01 WS-AchTraceSequence     PIC 9(7) VALUE ZERO.
01 WS-ManifestFileName     PIC X(50).
01 WS-ManifestProgram      PIC X(20) VALUE 'ProcessAutopay'.
01 WS-ManifestRecords      PIC 9(9).
01 WS-ManifestHash         PIC 9(13)V99.
01 WS-AchRunDateYYMMDD     PIC 9(6) VALUE ZERO.
01 WS-AchRunTimeFull       PIC 9(8) VALUE ZERO.
01 WS-AchRunTimeHHMM       PIC 9(4) VALUE ZERO.

    PERFORM WRITE-ACH-FILE-TRAILER.
    CLOSE AchFile.
    MOVE WS-AchFileName TO WS-ManifestFileName.
    MOVE WS-AchEntryCount TO WS-ManifestRecords.
    COMPUTE WS-ManifestHash = WS-AchDebitTotalCents / 100.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY 'Autopay debits posted: ' LS-PaymentsPosted.
    DISPLAY 'Debit file written to ' WS-DebitFileName.
            PERFORM CHECK-FORBEARANCE-WINDOW
            CALL 'CheckDeceasedHold' USING
                BorrowerID OF LoanRecord WS-DeceasedHold
            EVALUATE TRUE
                WHEN WS-DeceasedHold = 'Y'
                    DISPLAY 'Autopay debit for Loan ID ' AutopayLoanID
                        ' blocked: borrower is deceased.'
                WHEN AutopayHoldUntilDate NUMERIC
                        AND AutopayHoldUntilDate > WS-RunDate
                    DISPLAY 'Autopay debit for Loan ID ' AutopayLoanID
                        ' held: new bank account, no debit before '
                        AutopayHoldUntilDate '.'
                WHEN LoanStatusActive OF LoanRecord
                        AND NextPaymentDueDate OF LoanRecord
                            NOT GREATER THAN WS-RunDate
                        AND WS-InForbearance = 'N'
                    PERFORM APPLY-AUTOPAY-PAYMENT
            END-EVALUATE
    END-READ.

CHECK-FORBEARANCE-WINDOW.
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
    MOVE 'AUTOPAY' TO CaptureUserID.
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

    IF LoanStatusPaidOff OF LoanRecord
        CALL 'ProcessLienRelease' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord
            BorrowerName OF LoanRecord
            PaymentDate OF RepaymentRecord
    END-IF.

    ADD 1 TO LS-PaymentsPosted.
ASSESS-PREPAYMENT-PENALTY.
    MOVE ZERO TO PrepaymentPenaltyAssessed OF RepaymentRecord.
    IF PrepaymentPenaltyActive OF LoanRecord
        MOVE PrepaymentPenaltyMonths OF LoanRecord TO WS-PenaltyMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate OF LoanRecord
            WS-PenaltyMonths WS-PenaltyCutoffDate
        IF PaymentDate OF RepaymentRecord NOT GREATER THAN WS-PenaltyCutoffDate
            IF AmountPaid OF RepaymentRecord
                    NOT LESS THAN OutstandingBalance OF LoanRecord
