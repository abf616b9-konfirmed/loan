01 WS-AuditLogFileStatus    PIC X(02).
01 WS-Choice                PIC 9.
01 WS-TodayDate             PIC 9(8).
01 WS-PeriodOpen         PIC X VALUE 'Y'.
01 WS-PeriodPostingDate  PIC 9(8) VALUE ZERO.
01 WS-PendingEOF            PIC X VALUE 'N'.
01 WS-ItemsShown            PIC 9(5) VALUE ZERO.
01 WS-Posted                PIC X VALUE 'N'.
01 WS-THBalanceBefore       PIC 9(11)V99.
01 WS-THBalanceAfter        PIC 9(11)V99.
01 WS-THProgram             PIC X(20).
01 WS-InstallmentCredit     PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved           PIC S9(3) VALUE ZERO.
01 WS-XferRepaymentID       PIC 9(5) VALUE ZERO.
01 WS-XferTargetLoanID      PIC 9(7) VALUE ZERO.
01 WS-XferNewRepaymentID    PIC 9(5) VALUE ZERO.
01 WS-CheckSource           PIC X(08).
01 WS-CheckSourceRef        PIC X(10) VALUE SPACES.
01 WS-CheckNumber           PIC 9(8) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID   PIC X(20).
    END-IF.

    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    CALL 'CheckPostingPeriod' USING WS-TodayDate WS-PeriodOpen
        WS-PeriodPostingDate.
    PERFORM OPEN-PENDING-FILE.

    DISPLAY '--- Pending Transaction Approvals ---'.
                WHEN PendingRequestUserID = LS-UserID
                    DISPLAY 'Approver must be a different user than'
                    DISPLAY 'the requester. Not released.'
                WHEN PendingInsiderCredit AND LS-UserRole NOT = 'ADMIN'
                    DISPLAY 'Insider credit above the approval limit'
                    DISPLAY 'is released only by an ADMIN user'
                    DISPLAY 'recording the board approval.'
                WHEN WS-PeriodOpen = 'N' AND NOT PendingRateChange
                        AND NOT PendingInsiderCredit
                    DISPLAY 'The accounting period for ' WS-TodayDate
                        ' is closed. Not released.'
                WHEN OTHER
                    MOVE 'N' TO WS-Posted
                    EVALUATE TRUE
                            PERFORM POST-PENDING-REVERSAL
                        WHEN PendingRateChange
                            PERFORM POST-PENDING-RATE-CHANGE
                        WHEN PendingPaymentXfer
                            PERFORM POST-PENDING-PAYMENT-XFER
                        WHEN PendingInsiderCredit
                            PERFORM POST-PENDING-INSIDER-CREDIT
                        WHEN OTHER
                            DISPLAY 'Unknown transaction type.'
                    END-EVALUATE
    PERFORM OPEN-REFUND-FILE.
    WRITE RefundRecord.
    CLOSE RefundFile.
    MOVE 'REFUND' TO WS-CheckSource.
    MOVE PendingID TO WS-CheckSourceRef.
    CALL 'IssueCheck' USING RefundLoanID RefundAmount
        RefundBorrowerName WS-CheckSource WS-CheckSourceRef RefundDate
        WS-CheckNumber.
    DISPLAY 'Refund of ' PendingAmount
        ' queued to the check/disbursement file.'.

                DISPLAY 'Repayment is already reversed.'
                CLOSE RepaymentFile
            ELSE
                IF PaymentStatusTransferred
                    DISPLAY 'Repayment was transferred to another loan'
                    DISPLAY 'as Repayment ' TransferToRepaymentID
                        '; reverse that one instead.'
                    CLOSE RepaymentFile
                ELSE
                    PERFORM BACK-OUT-PAYMENT
                    CLOSE RepaymentFile
                END-IF
            END-IF
    END-READ.

            IF LoanStatusPaidOff OF LoanRecord
                SET LoanStatusActive OF LoanRecord TO TRUE
            END-IF
            COMPUTE WS-InstallmentCredit =
                (EscrowPortion OF RepaymentRecord
                + InterestPortion OF RepaymentRecord
                + PrincipalPortion OF RepaymentRecord) * -1
            CALL 'ApplyInstallmentCredit' USING LoanRecord
                WS-InstallmentCredit WS-CyclesMoved
            REWRITE LoanRecord
            SET PaymentStatusNSF TO TRUE
            MOVE ZERO TO NSFFeeAmount
        NOT INVALID KEY
            PERFORM WRITE-RATE-HISTORY-RECORD
            MOVE PendingAmount TO InterestRate
            CALL 'ComputeInstallment' USING LoanRecord
            REWRITE LoanRecord
            MOVE 'RATE-CHANGE' TO WS-THType
            MOVE PendingAmount TO WS-THAmount
                InterestRate '.'
    END-READ.

*> the correct loan was captured in the detail as TO LOAN nnnnnnn
POST-PENDING-PAYMENT-XFER.
    MOVE PendingReference TO WS-XferRepaymentID.
    IF PendingDetail(9:7) NUMERIC
        MOVE PendingDetail(9:7) TO WS-XferTargetLoanID
        CALL 'PostPaymentTransfer' USING WS-XferRepaymentID
            WS-XferTargetLoanID WS-XferNewRepaymentID WS-Posted
    ELSE
        DISPLAY 'Correct loan is missing from the pending item;'
        DISPLAY 'transfer not posted.'
    END-IF.

*> insider credit is not booked here: the release is the prior
*> approval the originating loan, funding or draw is then booked under
POST-PENDING-INSIDER-CREDIT.
    MOVE 'Y' TO WS-Posted.
    DISPLAY 'Insider credit of ' PendingAmount ' for Borrower '
        PendingReference ' approved; it may now be booked.'.

WRITE-RATE-HISTORY-RECORD.
    MOVE PendingLoanID TO LHLoanID.
    MOVE WS-TodayDate TO LHModificationDate.
