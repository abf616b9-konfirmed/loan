01 WS-BalancePortion   PIC 9(9)V99 VALUE ZERO.
01 WS-EscrowFileStatus PIC X(02).
01 WS-TodayDate        PIC 9(8).
01 WS-PeriodOpen        PIC X VALUE 'Y'.
01 WS-PeriodPostingDate PIC 9(8) VALUE ZERO.
01 WS-THType           PIC X(12).
01 WS-THAmount         PIC 9(11)V99.
01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-THBalanceAfter   PIC 9(11)V99.
01 WS-THProgram        PIC X(20).
01 WS-InstallmentCredit PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved      PIC S9(3) VALUE ZERO.
01 WS-QueueTxnType     PIC X(12).
01 WS-QueueDetail      PIC X(30).
01 WS-QueueReference   PIC 9(7) VALUE ZERO.
01 WS-QueueAmount      PIC 9(11)V99 VALUE ZERO.
01 WS-PendingIDOut     PIC 9(5) VALUE ZERO.
01 WS-NSFFeeCode       PIC X(04) VALUE 'NSF '.
01 WS-NSFFeeCapped     PIC 9(7)V99 VALUE ZERO.
01 WS-LimitNote        PIC X(30).

*> configurable dual-control threshold: reversals above this amount
*> queue for second-person approval instead of posting

PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    CALL 'CheckPostingPeriod' USING WS-TodayDate WS-PeriodOpen
        WS-PeriodPostingDate.
    IF WS-PeriodOpen = 'N'
        DISPLAY 'The accounting period for ' WS-TodayDate ' is closed;'
        DISPLAY 'no reversal can be posted into it.'
        GOBACK
    END-IF.
    DISPLAY 'Enter Repayment ID to reverse: '.
    ACCEPT RepaymentID.

                CLOSE RepaymentFile
                GOBACK
            END-IF
            IF PaymentStatusTransferred
                DISPLAY 'This repayment was transferred to another loan'
                DISPLAY 'as Repayment ' TransferToRepaymentID
                    '; reverse that one instead.'
                CLOSE RepaymentFile
                GOBACK
            END-IF

            DISPLAY 'Loan ID: ' LoanID OF RepaymentRecord
            DISPLAY 'Amount Paid: ' AmountPaid
                    IF EscrowPortion OF RepaymentRecord > ZERO
                        PERFORM BACK-OUT-ESCROW-PORTION
                    END-IF
                    PERFORM APPLY-STATE-NSF-LIMIT
                    ADD WS-NSFFeeAmount TO OutstandingBalance OF LoanRecord
                    ADD FeePortion OF RepaymentRecord TO UnpaidFeeBalance OF LoanRecord
                    IF LoanStatusPaidOff
                        SET LoanStatusActive TO TRUE
                    END-IF
                    COMPUTE WS-InstallmentCredit =
                        (EscrowPortion OF RepaymentRecord
                        + InterestPortion OF RepaymentRecord
                        + PrincipalPortion OF RepaymentRecord) * -1
                    CALL 'ApplyInstallmentCredit' USING LoanRecord
                        WS-InstallmentCredit WS-CyclesMoved
                    REWRITE LoanRecord
                    MOVE 'NSF-REVERSAL' TO WS-THType
                    MOVE AmountPaid OF RepaymentRecord TO WS-THAmount
    CLOSE RepaymentFile.
    GOBACK.

*> the fee entered is held to the NSF fee cap of the borrower's state
APPLY-STATE-NSF-LIMIT.
    IF WS-NSFFeeAmount > ZERO
        MOVE WS-NSFFeeAmount TO WS-NSFFeeCapped
        CALL 'ApplyStateFeeLimit' USING BorrowerID OF LoanRecord
            WS-TodayDate WS-NSFFeeCode
            InstallmentAmount OF LoanRecord WS-NSFFeeCapped
            WS-LimitNote
        IF WS-LimitNote NOT = SPACES
            MOVE WS-NSFFeeCapped TO WS-NSFFeeAmount
            DISPLAY 'NSF fee ' WS-LimitNote ': ' WS-NSFFeeAmount
        END-IF
    END-IF.

BACK-OUT-ESCROW-PORTION.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
