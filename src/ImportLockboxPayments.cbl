
FD  LockboxFile.
    COPY LKREC.
    COPY FHREC.

FD  SuspenseFile.
    COPY SPREC.
01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-THBalanceAfter   PIC 9(11)V99.
01 WS-THProgram        PIC X(20).
01 WS-InstallmentCredit PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved      PIC S9(3) VALUE ZERO.
01 WS-EscrowFound         PIC X VALUE 'N'.
01 WS-BalanceApplied      PIC 9(9)V99 VALUE ZERO.
01 WS-LockboxFileStatus   PIC X(02).
01 WS-NextRepaymentID     PIC 9(5) VALUE ZERO.
01 WS-PaymentsPosted      PIC 9(7) VALUE ZERO.
01 WS-PaymentsRejected    PIC 9(7) VALUE ZERO.
01 WS-PriorPeriodPosted   PIC 9(7) VALUE ZERO.
01 WS-OverpaymentAmount   PIC 9(9)V99 VALUE ZERO.
01 WS-RemainingAmount     PIC 9(9)V99 VALUE ZERO.
01 WS-DaysAccrued         PIC 9(5) VALUE ZERO.
01 WS-DailyRate           PIC 9(3)V9(9) VALUE ZERO.
01 WS-AccruedInterest     PIC 9(9)V99 VALUE ZERO.
01 WS-PenaltyCutoffDate   PIC 9(8) VALUE ZERO.
01 WS-PenaltyMonths       PIC 9(4).
01 WS-DateValid           PIC X VALUE 'Y'.
01 WS-RejectReason        PIC X(40).
01 WS-InboundSource         PIC X(10) VALUE 'LOCKBOX'.
01 WS-InboundFileName       PIC X(50) VALUE 'lockbox-payments.dat'.
01 WS-InboundProgram        PIC X(20) VALUE 'ImportLockboxPayment'.
01 WS-InboundFileID         PIC X(20).
01 WS-InboundCreationDate   PIC 9(8).
01 WS-InboundDetailCount    PIC 9(9).
01 WS-InboundDetailTotal    PIC 9(13)V99.
01 WS-InboundTrailerCount   PIC 9(9).
01 WS-InboundTrailerTotal   PIC 9(13)V99.
01 WS-InboundReason         PIC X(40).
01 WS-InboundAccepted       PIC X VALUE 'N'.
01 WS-InboundHeaderSeen     PIC X VALUE 'N'.
01 WS-InboundTrailerSeen    PIC X VALUE 'N'.
01 WS-SuspenseFileStatus  PIC X(02).
01 WS-SuspenseEOF         PIC X VALUE 'N'.
01 WS-NextSuspenseID      PIC 9(5) VALUE ZERO.
01 WS-FXAdjCredit      PIC X(10).
01 WS-FXAdjSource      PIC X(10).

*> a payment dated into a closed accounting month keeps its effective
*> date on the loan but is posted to the open period
01 WS-PeriodOpen       PIC X VALUE 'Y'.
01 WS-PeriodPostingDate PIC 9(8) VALUE ZERO.

*> configurable FX gain/loss account for conversion differences
01 WS-FXGainLossAcct   PIC X(10) VALUE 'FX-GAINLOS'.

        STOP RUN
    END-IF.

    PERFORM CHECK-FILE-CONTROLS.
    IF WS-InboundAccepted = 'N'
        DISPLAY 'Lockbox file ' WS-InboundFileID ' rejected: '
            WS-InboundReason
        STOP RUN
    END-IF.
    OPEN INPUT LockboxFile.

    STRING 'lockbox-exceptions-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ExceptionFileName.
    OPEN OUTPUT ExceptionFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF NOT InboundHeader AND NOT InboundTrailer
                    PERFORM PROCESS-LOCKBOX-PAYMENT
                END-IF
    END-PERFORM.

    CLOSE LockboxFile.
    DISPLAY 'Lockbox import completed.'.
    DISPLAY 'Payments posted:   ' WS-PaymentsPosted.
    DISPLAY 'Payments rejected: ' WS-PaymentsRejected.
    DISPLAY 'Posted to open period (prior-period adjustments): '
        WS-PriorPeriodPosted.
    DISPLAY 'Suspense items raised: ' WS-SuspenseItemsRaised.
    DISPLAY 'Exceptions written to ' WS-ExceptionFileName.
    STOP RUN.
                        TO WS-RejectReason
                    PERFORM WRITE-EXCEPTION-LINE
                WHEN OTHER
                    CALL 'CheckPostingPeriod' USING LockboxPaymentDate
                        WS-PeriodOpen WS-PeriodPostingDate
                    PERFORM APPLY-PAYMENT
            END-EVALUATE
    END-READ.
    SET TenderCheck TO TRUE.
    MOVE ZERO TO NSFFeeAmount.
    MOVE ZERO TO ReversalDate.
    MOVE ZERO TO TransferFromRepaymentID.
    MOVE ZERO TO TransferToRepaymentID.
    MOVE ZERO TO BackdatePostedDate.
    MOVE SPACES TO BackdateAuthorizedBy.
    MOVE 'N' TO PriorPeriodAdjFlag.
    IF WS-PeriodOpen = 'N'
        MOVE WS-PeriodPostingDate TO BackdatePostedDate
        SET PriorPeriodAdjustment TO TRUE
    END-IF.
    PERFORM GET-NEXT-RECEIPT-NUMBER.
    MOVE WS-ReceiptNumberWork TO ReceiptNumber.
    MOVE 'LOCKBOX' TO CaptureUserID.
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

    ADD 1 TO WS-PaymentsPosted.
    IF PriorPeriodAdjustment
        ADD 1 TO WS-PriorPeriodPosted
    END-IF.
    ADD 1 TO WS-NextRepaymentID.

ACCRUE-INTEREST-TO-PAYMENT-DATE.
ASSESS-PREPAYMENT-PENALTY.
    MOVE ZERO TO PrepaymentPenaltyAssessed OF RepaymentRecord.
    IF PrepaymentPenaltyActive OF LoanRecord
        MOVE PrepaymentPenaltyMonths OF LoanRecord TO WS-PenaltyMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate OF LoanRecord
            WS-PenaltyMonths WS-PenaltyCutoffDate
        IF PaymentDate OF RepaymentRecord NOT GREATER THAN WS-PenaltyCutoffDate
            IF AmountPaid OF RepaymentRecord
                    NOT LESS THAN OutstandingBalance OF LoanRecord
        CLOSE RepaymentFile
        OPEN I-O RepaymentFile
    END-IF.

*> the file must open with its header, close with its trailer and
*> balance to the trailer before any record in it is posted, and its
*> file ID must not have been accepted before. A rejected file is
*> left unposted for the sender to correct and resend
CHECK-FILE-CONTROLS.
    MOVE SPACES TO WS-InboundFileID.
    MOVE ZERO TO WS-InboundCreationDate.
    MOVE ZERO TO WS-InboundDetailCount.
    MOVE ZERO TO WS-InboundDetailTotal.
    MOVE ZERO TO WS-InboundTrailerCount.
    MOVE ZERO TO WS-InboundTrailerTotal.
    MOVE SPACES TO WS-InboundReason.
    MOVE 'N' TO WS-InboundHeaderSeen.
    MOVE 'N' TO WS-InboundTrailerSeen.
    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ LockboxFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-CONTROL-RECORD
    END-PERFORM.
    CLOSE LockboxFile.
    MOVE 'N' TO EOF.
    IF WS-InboundReason = SPACES
        IF WS-InboundHeaderSeen = 'N'
            MOVE 'FILE HEADER MISSING' TO WS-InboundReason
        ELSE
            IF WS-InboundTrailerSeen = 'N'
                MOVE 'FILE TRAILER MISSING' TO WS-InboundReason
            END-IF
        END-IF
    END-IF.
    CALL 'RegisterInboundFile' USING WS-InboundSource
        WS-InboundFileName WS-InboundProgram WS-InboundFileID
        WS-InboundCreationDate WS-InboundDetailCount
        WS-InboundDetailTotal WS-InboundTrailerCount
        WS-InboundTrailerTotal WS-InboundReason WS-InboundAccepted.

CHECK-CONTROL-RECORD.
    EVALUATE TRUE
        WHEN WS-InboundTrailerSeen = 'Y'
            IF WS-InboundReason = SPACES
                MOVE 'RECORDS FOLLOW THE FILE TRAILER'
                    TO WS-InboundReason
            END-IF
        WHEN InboundHeader
            IF WS-InboundHeaderSeen = 'Y'
                    OR WS-InboundDetailCount > ZERO
                IF WS-InboundReason = SPACES
                    MOVE 'FILE HEADER OUT OF SEQUENCE'
                        TO WS-InboundReason
                END-IF
            ELSE
                MOVE 'Y' TO WS-InboundHeaderSeen
                MOVE InboundFileID TO WS-InboundFileID
                IF InboundCreationDate NUMERIC
                    MOVE InboundCreationDate TO WS-InboundCreationDate
                END-IF
            END-IF
        WHEN InboundTrailer
            MOVE 'Y' TO WS-InboundTrailerSeen
            IF InboundRecordCount NUMERIC
                    AND InboundAmountTotal NUMERIC
                MOVE InboundRecordCount TO WS-InboundTrailerCount
                MOVE InboundAmountTotal TO WS-InboundTrailerTotal
            ELSE
                IF WS-InboundReason = SPACES
                    MOVE 'FILE TRAILER NOT NUMERIC' TO WS-InboundReason
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO WS-InboundDetailCount
            IF LockboxAmountPaid NUMERIC
                ADD LockboxAmountPaid TO WS-InboundDetailTotal
            END-IF
    END-EVALUATE.
