    COPY ESSEL.
    COPY PRSEL.
    COPY RNSEL.
    COPY LFSEL.
    COPY WVSEL.
    SELECT ReceiptFile ASSIGN TO WS-ReceiptFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  ReceiptControlFile.
    COPY RNREC.

FD  LateFeeFile.
    COPY LFREC.

FD  FeeWaiverFile.
    COPY WVREC.

FD  ReceiptFile.
01  ReceiptLine PIC X(80).

01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-THBalanceAfter   PIC 9(11)V99.
01 WS-THProgram        PIC X(20).
01 WS-InstallmentCredit PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved      PIC S9(3) VALUE ZERO.

01 WS-OverpaymentAmount PIC 9(9)V99 VALUE ZERO.
01 WS-RemainingAmount PIC 9(9)V99 VALUE ZERO.
01 WS-DailyRate PIC 9(3)V9(9) VALUE ZERO.
01 WS-AccruedInterest PIC 9(9)V99 VALUE ZERO.
01 WS-PenaltyCutoffDate PIC 9(8) VALUE ZERO.
01 WS-PenaltyMonths     PIC 9(4).
01 WS-DateValid PIC X VALUE 'Y'.
01 WS-BranchAllowed PIC X VALUE 'Y'.
01 WS-TenderCurrency   PIC X(03).
01 WS-FXAdjDebit       PIC X(10).
01 WS-FXAdjCredit      PIC X(10).
01 WS-FXAdjSource      PIC X(10).
01 WS-FXAdjDate        PIC 9(8).
01 WS-TodayDate        PIC 9(8).
01 WS-LateFeeFileStatus   PIC X(02).
01 WS-FeeWaiverFileStatus PIC X(02).
01 WS-FeeEOF           PIC X VALUE 'N'.
01 WS-WaiverEOF        PIC X VALUE 'N'.
01 WS-NextWaiverID     PIC 9(5) VALUE ZERO.
01 WS-AlreadyWaived    PIC X VALUE 'N'.

*> a payment dated before interest was last accrued is posted at its
*> true effective date only under supervisor authority
01 WS-Backdated        PIC X VALUE 'N'.
01 WS-OverrideDetail   PIC X(30).
01 WS-OverrideGranted  PIC X VALUE 'N'.
01 WS-AuthorizedBy     PIC X(20).
01 WS-AccruedThroughDate PIC 9(8) VALUE ZERO.
01 WS-BackdateDays     PIC 9(5) VALUE ZERO.
01 WS-UnwoundInterest  PIC 9(9)V99 VALUE ZERO.
01 WS-ReaccruedInterest PIC 9(9)V99 VALUE ZERO.
01 WS-InterestRecalcNet PIC S9(9)V99 VALUE ZERO.
01 WS-FeeFromUnpaid    PIC 9(9)V99 VALUE ZERO.
01 WS-FeeFromPaid      PIC 9(9)V99 VALUE ZERO.
01 WS-FeeReversed      PIC 9(9)V99 VALUE ZERO.
01 WS-FeeExcess        PIC 9(9)V99 VALUE ZERO.
01 WS-FeesReversedTotal PIC 9(9)V99 VALUE ZERO.
01 WS-FeeTHBefore      PIC 9(11)V99.
01 WS-AdjDebit         PIC X(10).
01 WS-AdjCredit        PIC X(10).
01 WS-AdjAmount        PIC 9(11)V99.
01 WS-AdjSource        PIC X(10) VALUE 'BACKDATE'.

*> a payment dated into a closed accounting month keeps its effective
*> date on the loan but is posted to the open period
01 WS-PeriodOpen       PIC X VALUE 'Y'.
01 WS-PeriodPostingDate PIC 9(8) VALUE ZERO.

*> configurable FX gain/loss account for conversion differences
01 WS-FXGainLossAcct   PIC X(10) VALUE 'FX-GAINLOS'.
01 LS-CaptureUserID PIC X(20).

PROCEDURE DIVISION USING LS-CaptureUserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY 'Enter Loan ID for repayment: '.
    ACCEPT WS-LoanID.

        NOT INVALID KEY
            CALL 'CheckBranchEntitlement' USING LS-CaptureUserID
                LoanID OF LoanRecord BranchCode OF LoanRecord
                LoanOfficerID OF LoanRecord
                LoanCompanyCode OF LoanRecord WS-BranchAllowed
            IF WS-BranchAllowed = 'N'
                DISPLAY 'Access denied: this loan belongs to another branch.'
                CLOSE LoanFile
            ACCEPT PaymentDate
            PERFORM VALIDATE-PAYMENT-DATE
            PERFORM UNTIL PaymentDate NUMERIC AND WS-DateValid = 'Y'
                DISPLAY 'Invalid input. Enter a valid Payment Date: '
                ACCEPT PaymentDate
                PERFORM VALIDATE-PAYMENT-DATE
            END-PERFORM
            CALL 'CheckPostingPeriod' USING PaymentDate WS-PeriodOpen
                WS-PeriodPostingDate
            IF WS-PeriodOpen = 'N'
                DISPLAY 'Payment Date falls in a closed accounting period.'
                DISPLAY 'The payment posts on ' WS-PeriodPostingDate
                    ' as a prior-period adjustment.'
            END-IF
            DISPLAY 'Enter Payment Currency (USD/EUR/GBP/JPY): '
            ACCEPT WS-TenderCurrency
            PERFORM UNTIL WS-TenderCurrency = 'USD'
            SET PaymentStatusGood TO TRUE
            MOVE ZERO TO NSFFeeAmount
            MOVE ZERO TO ReversalDate
            MOVE ZERO TO TransferFromRepaymentID
            MOVE ZERO TO TransferToRepaymentID
            MOVE ZERO TO BackdatePostedDate
            MOVE SPACES TO BackdateAuthorizedBy
            IF WS-Backdated = 'Y'
                MOVE WS-TodayDate TO BackdatePostedDate
                MOVE WS-AuthorizedBy TO BackdateAuthorizedBy
            END-IF
            MOVE 'N' TO PriorPeriodAdjFlag
            IF WS-PeriodOpen = 'N'
                MOVE WS-PeriodPostingDate TO BackdatePostedDate
                SET PriorPeriodAdjustment TO TRUE
            END-IF
            PERFORM GET-NEXT-RECEIPT-NUMBER
            MOVE WS-ReceiptNumberWork TO ReceiptNumber
            MOVE LS-CaptureUserID TO CaptureUserID

            MOVE OutstandingBalance OF LoanRecord
                TO WS-THBalanceBefore
            IF WS-Backdated = 'Y'
                PERFORM UNWIND-INTEREST-TO-PAYMENT-DATE
            END-IF
            PERFORM ACCRUE-INTEREST-TO-PAYMENT-DATE
            PERFORM ASSESS-PREPAYMENT-PENALTY
            PERFORM ALLOCATE-PAYMENT-WATERFALL
                    SET LoanStatusPaidOff TO TRUE
                END-IF
            END-IF
            IF WS-Backdated = 'Y'
                PERFORM REACCRUE-INTEREST-FROM-PAYMENT-DATE
            END-IF

            COMPUTE WS-InstallmentCredit =
                EscrowPortion OF RepaymentRecord
                + InterestPortion OF RepaymentRecord
                + PrincipalPortion OF RepaymentRecord
            CALL 'ApplyInstallmentCredit' USING LoanRecord
                WS-InstallmentCredit WS-CyclesMoved
            IF WS-Backdated = 'Y'
                PERFORM REVERSE-UNEARNED-LATE-FEES
            END-IF
            REWRITE LoanRecord

                LoanID OF LoanRecord WS-THType WS-THAmount
                WS-THBalanceBefore WS-THBalanceAfter
                PaymentDate OF RepaymentRecord WS-THProgram
            IF WS-Backdated = 'Y'
                PERFORM WRITE-INTEREST-RECALCULATION
            END-IF

            IF LoanStatusPaidOff OF LoanRecord
                CALL 'ProcessLienRelease' USING LoanID OF LoanRecord
                    BorrowerID OF LoanRecord
                    BorrowerName OF LoanRecord
                    PaymentDate OF RepaymentRecord
            END-IF
            DISPLAY 'Applied to escrow: ' EscrowPortion OF RepaymentRecord
            DISPLAY 'Applied to interest: ' InterestPortion OF RepaymentRecord
            DISPLAY 'Applied to principal: ' PrincipalPortion OF RepaymentRecord
            DISPLAY 'Paid through: ' PaidThroughDate OF LoanRecord
            DISPLAY 'Next payment due: ' NextPaymentDueDate OF LoanRecord
            IF WS-Backdated = 'Y'
                DISPLAY 'Effective ' PaymentDate ', posted '
                    BackdatePostedDate ' under authority of '
                    BackdateAuthorizedBy
                DISPLAY 'Interest unwound from effective date: '
                    WS-UnwoundInterest
                DISPLAY 'Interest re-accrued on reduced balance: '
                    WS-ReaccruedInterest
                DISPLAY 'Late fees reversed: ' WS-FeesReversedTotal
            END-IF
            IF PriorPeriodAdjustment
                DISPLAY 'Prior-period adjustment, posted '
                    BackdatePostedDate
            END-IF
            IF InstallmentCredit OF LoanRecord > ZERO
                DISPLAY 'Held toward next installment: '
                    InstallmentCredit OF LoanRecord
            END-IF
    END-READ.

    CLOSE LoanFile.
        MOVE WS-FXGainLossAcct TO WS-FXAdjDebit
        MOVE 'CASH      ' TO WS-FXAdjCredit
    END-IF.
    MOVE PaymentDate TO WS-FXAdjDate.
    IF WS-Backdated = 'Y'
        MOVE WS-TodayDate TO WS-FXAdjDate
    END-IF.
    CALL 'WriteGLAdjustment' USING WS-FXAdjDate
        WS-LoanID WS-FXAdjDebit WS-FXAdjCredit
        WS-FXAbsolute WS-FXAdjSource.

    STRING 'Applied to Principal: ' PrincipalPortion OF RepaymentRecord
        DELIMITED BY SIZE INTO ReceiptLine.
    WRITE ReceiptLine.
    STRING 'Paid Through: ' PaidThroughDate OF LoanRecord
        DELIMITED BY SIZE INTO ReceiptLine.
    WRITE ReceiptLine.
    STRING 'Next Payment Due: ' NextPaymentDueDate OF LoanRecord
        DELIMITED BY SIZE INTO ReceiptLine.
    WRITE ReceiptLine.
    STRING 'Received By: ' CaptureUserID DELIMITED BY SIZE
        INTO ReceiptLine.
    WRITE ReceiptLine.
    IF PriorPeriodAdjustment
        MOVE SPACES TO ReceiptLine
        STRING 'Prior-Period Adjustment Posted: ' BackdatePostedDate
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF.
    IF WS-Backdated = 'Y'
        MOVE SPACES TO ReceiptLine
        STRING 'Effective Date: ' PaymentDate '  Posted: '
            BackdatePostedDate DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACES TO ReceiptLine
        STRING 'Backdate Authorized By: ' BackdateAuthorizedBy
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACES TO ReceiptLine
        STRING 'Interest Unwound from Effective Date: '
            WS-UnwoundInterest DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACES TO ReceiptLine
        STRING 'Interest Re-accrued on Reduced Balance: '
            WS-ReaccruedInterest DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACES TO ReceiptLine
        STRING 'Late Fees Reversed: ' WS-FeesReversedTotal
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF.
    CLOSE ReceiptFile.

VALIDATE-PAYMENT-DATE.
    MOVE 'N' TO WS-DateValid.
    MOVE 'N' TO WS-Backdated.
    IF PaymentDate NUMERIC
        CALL 'ValidateDate' USING PaymentDate WS-DateValid
    END-IF.
    IF WS-DateValid = 'Y'
            AND PaymentDate < LastInterestCalcDate OF LoanRecord
        PERFORM AUTHORIZE-BACKDATED-PAYMENT
    END-IF.

*> interest has already been accrued past this date, so posting the
*> payment there means recalculating that interest; a supervisor has
*> to authorize it
AUTHORIZE-BACKDATED-PAYMENT.
    IF PaymentDate < LoanOriginationDate OF LoanRecord
        DISPLAY 'Payment Date is before the loan was originated.'
        MOVE 'N' TO WS-DateValid
    ELSE
        DISPLAY 'Interest is accrued through '
            LastInterestCalcDate OF LoanRecord '. Posting at '
            PaymentDate ' recalculates interest from that date.'
        MOVE SPACES TO WS-OverrideDetail
        STRING 'BACKDATE ' WS-LoanID ' ' PaymentDate
            DELIMITED BY SIZE INTO WS-OverrideDetail
        CALL 'AuthorizeSupervisorOverride' USING LS-CaptureUserID
            WS-OverrideDetail WS-AuthorizedBy WS-OverrideGranted
        IF WS-OverrideGranted = 'Y'
            MOVE 'Y' TO WS-Backdated
        ELSE
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

*> takes back the interest accrued from the effective date to the
*> last accrual, on the balance as it stood without this payment, and
*> sets the loan back to the effective date so the waterfall sees only
*> the interest owed on that day
UNWIND-INTEREST-TO-PAYMENT-DATE.
    MOVE LastInterestCalcDate OF LoanRecord TO WS-AccruedThroughDate.
    MOVE ZERO TO WS-UnwoundInterest.
    MOVE ZERO TO WS-ReaccruedInterest.
    MOVE ZERO TO WS-BackdateDays.
    IF LoanStatusActive OF LoanRecord
            AND AccrualStatusAccruing OF LoanRecord
        PERFORM SET-ACCRUAL-BASIS
        IF WS-DayCount30360 = 'Y'
            CALL 'Days360' USING PaymentDate OF RepaymentRecord
                WS-AccruedThroughDate WS-DaysAccruedSigned
        ELSE
            CALL 'DaysBetweenDates' USING PaymentDate OF RepaymentRecord
                WS-AccruedThroughDate WS-DaysAccruedSigned
        END-IF
        MOVE WS-DaysAccruedSigned TO WS-BackdateDays
        COMPUTE WS-DailyRate =
            (InterestRate OF LoanRecord / 100) / WS-AccrualDivisor
        COMPUTE WS-UnwoundInterest ROUNDED =
            OutstandingBalance OF LoanRecord * WS-DailyRate
            * WS-BackdateDays
        IF WS-PrecompLoan = 'Y'
            MOVE ZERO TO WS-UnwoundInterest
            MOVE ZERO TO WS-BackdateDays
        END-IF
        IF WS-UnwoundInterest > AccruedInterest OF LoanRecord
            MOVE AccruedInterest OF LoanRecord TO WS-UnwoundInterest
        END-IF
        SUBTRACT WS-UnwoundInterest FROM AccruedInterest OF LoanRecord
    END-IF.
    MOVE PaymentDate OF RepaymentRecord
        TO LastInterestCalcDate OF LoanRecord.

*> accrues the same days again on the balance left after the payment
*> and returns the loan to the date it had been accrued through
REACCRUE-INTEREST-FROM-PAYMENT-DATE.
    MOVE ZERO TO WS-ReaccruedInterest.
    IF WS-BackdateDays > ZERO
        COMPUTE WS-ReaccruedInterest ROUNDED =
            OutstandingBalance OF LoanRecord * WS-DailyRate
            * WS-BackdateDays
        ADD WS-ReaccruedInterest TO AccruedInterest OF LoanRecord
    END-IF.
    MOVE WS-AccruedThroughDate TO LastInterestCalcDate OF LoanRecord.
    COMPUTE WS-InterestRecalcNet =
        WS-UnwoundInterest - WS-ReaccruedInterest.

WRITE-INTEREST-RECALCULATION.
    IF WS-InterestRecalcNet NOT = ZERO
        IF WS-InterestRecalcNet > ZERO
            MOVE WS-InterestRecalcNet TO WS-AdjAmount
            MOVE 'INT-INCOM ' TO WS-AdjDebit
            MOVE 'INT-RECV  ' TO WS-AdjCredit
        ELSE
            COMPUTE WS-AdjAmount = WS-InterestRecalcNet * -1
            MOVE 'INT-RECV  ' TO WS-AdjDebit
            MOVE 'INT-INCOM ' TO WS-AdjCredit
        END-IF
        CALL 'WriteGLAdjustment' USING WS-TodayDate WS-LoanID
            WS-AdjDebit WS-AdjCredit WS-AdjAmount WS-AdjSource
        MOVE 'INT-RECALC' TO WS-THType
        MOVE WS-AdjAmount TO WS-THAmount
        MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceBefore
        MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter
        CALL 'WriteTransactionHistory' USING
            LoanID OF LoanRecord WS-THType WS-THAmount
            WS-THBalanceBefore WS-THBalanceAfter
            WS-TodayDate WS-THProgram
    END-IF.

*> a late fee assessed after the effective date, for an installment
*> this payment now satisfies, would never have been charged. It comes
*> off the loan as a waiver under reason BKDT; where this payment had
*> already paid it, that money goes to principal instead
REVERSE-UNEARNED-LATE-FEES.
    MOVE ZERO TO WS-FeesReversedTotal.
    MOVE 'RecordRepayment' TO WS-THProgram.
    MOVE 'N' TO WS-FeeEOF.
    OPEN INPUT LateFeeFile.
    IF WS-LateFeeFileStatus = '00'
        PERFORM UNTIL WS-FeeEOF = 'Y'
            READ LateFeeFile
                AT END
                    MOVE 'Y' TO WS-FeeEOF
                NOT AT END
                    IF LateFeeLoanID = LoanID OF LoanRecord
                            AND LateFeeAssessDate
                                > PaymentDate OF RepaymentRecord
                            AND LateFeeDueDate
                                < NextPaymentDueDate OF LoanRecord
                        PERFORM CHECK-FEE-ALREADY-WAIVED
                        IF WS-AlreadyWaived = 'N'
                            PERFORM REVERSE-ONE-LATE-FEE
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE LateFeeFile
    END-IF.
    IF WS-FeesReversedTotal > ZERO
        PERFORM OPEN-REPAYMENT-FILE
        REWRITE RepaymentRecord
            INVALID KEY
                DISPLAY 'Repayment allocation could not be updated.'
        END-REWRITE
        CLOSE RepaymentFile
    END-IF.

REVERSE-ONE-LATE-FEE.
    MOVE OutstandingBalance OF LoanRecord TO WS-FeeTHBefore.
    IF LateFeeAmount NOT GREATER THAN UnpaidFeeBalance OF LoanRecord
        MOVE LateFeeAmount TO WS-FeeFromUnpaid
    ELSE
        MOVE UnpaidFeeBalance OF LoanRecord TO WS-FeeFromUnpaid
    END-IF.
    COMPUTE WS-FeeFromPaid = LateFeeAmount - WS-FeeFromUnpaid.
    IF WS-FeeFromPaid > FeePortion OF RepaymentRecord
        MOVE FeePortion OF RepaymentRecord TO WS-FeeFromPaid
    END-IF.
    COMPUTE WS-FeeReversed = WS-FeeFromUnpaid + WS-FeeFromPaid.
    IF WS-FeeReversed > ZERO
        SUBTRACT WS-FeeFromUnpaid FROM UnpaidFeeBalance OF LoanRecord
        SUBTRACT WS-FeeFromPaid FROM FeePortion OF RepaymentRecord
        ADD WS-FeeFromPaid TO PrincipalPortion OF RepaymentRecord
        MOVE ZERO TO WS-FeeExcess
        IF WS-FeeReversed > OutstandingBalance OF LoanRecord
            COMPUTE WS-FeeExcess =
                WS-FeeReversed - OutstandingBalance OF LoanRecord
            MOVE ZERO TO OutstandingBalance OF LoanRecord
            ADD WS-FeeExcess TO CreditBalance OF LoanRecord
            ADD WS-FeeExcess TO OverpaymentAmount OF RepaymentRecord
            SUBTRACT WS-FeeExcess FROM PrincipalPortion OF RepaymentRecord
            SET LoanStatusPaidOff TO TRUE
        ELSE
            SUBTRACT WS-FeeReversed FROM OutstandingBalance OF LoanRecord
            IF OutstandingBalance OF LoanRecord = ZERO
                SET LoanStatusPaidOff TO TRUE
            END-IF
        END-IF
        IF WS-FeeFromPaid > WS-FeeExcess
            COMPUTE WS-InstallmentCredit = WS-FeeFromPaid - WS-FeeExcess
            CALL 'ApplyInstallmentCredit' USING LoanRecord
                WS-InstallmentCredit WS-CyclesMoved
        END-IF
        ADD WS-FeeReversed TO WS-FeesReversedTotal
        PERFORM WRITE-BACKDATE-WAIVER
        MOVE 'WAIVER' TO WS-THType
        MOVE WS-FeeReversed TO WS-THAmount
        MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter
        CALL 'WriteTransactionHistory' USING
            LoanID OF LoanRecord WS-THType WS-THAmount
            WS-FeeTHBefore WS-THBalanceAfter
            WS-TodayDate WS-THProgram
        MOVE 'FEE-INCOM ' TO WS-AdjDebit
        MOVE 'LOANS-RECV' TO WS-AdjCredit
        MOVE WS-FeeReversed TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING WS-TodayDate WS-LoanID
            WS-AdjDebit WS-AdjCredit WS-AdjAmount WS-AdjSource
        DISPLAY 'Late fee of ' WS-FeeReversed ' assessed '
            LateFeeAssessDate ' reversed.'
    END-IF.

CHECK-FEE-ALREADY-WAIVED.
    MOVE 'N' TO WS-AlreadyWaived.
    MOVE 'N' TO WS-WaiverEOF.
    OPEN INPUT FeeWaiverFile.
    IF WS-FeeWaiverFileStatus = '00'
        PERFORM UNTIL WS-WaiverEOF = 'Y'
            READ FeeWaiverFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-WaiverEOF
                NOT AT END
                    IF WaiverLoanID = LateFeeLoanID
                            AND WaiverFeeAssessDate = LateFeeAssessDate
                            AND NOT WaiverDenied
                        MOVE 'Y' TO WS-AlreadyWaived
                    END-IF
        END-PERFORM
        CLOSE FeeWaiverFile
    END-IF.

WRITE-BACKDATE-WAIVER.
    MOVE ZERO TO WS-NextWaiverID.
    MOVE 'N' TO WS-WaiverEOF.
    OPEN I-O FeeWaiverFile.
    IF WS-FeeWaiverFileStatus = '35'
        OPEN OUTPUT FeeWaiverFile
        CLOSE FeeWaiverFile
        OPEN I-O FeeWaiverFile
    END-IF.
    PERFORM UNTIL WS-WaiverEOF = 'Y'
        READ FeeWaiverFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-WaiverEOF
            NOT AT END
                IF WaiverID NOT LESS THAN WS-NextWaiverID
                    MOVE WaiverID TO WS-NextWaiverID
                END-IF
    END-PERFORM.
    ADD 1 TO WS-NextWaiverID.
    MOVE WS-NextWaiverID TO WaiverID.
    MOVE LateFeeLoanID TO WaiverLoanID.
    MOVE LateFeeAssessDate TO WaiverFeeAssessDate.
    MOVE WS-FeeReversed TO WaiverAmount.
    SET WaiverReasonBackdated TO TRUE.
    MOVE LS-CaptureUserID TO WaiverRequestUserID.
    MOVE WS-TodayDate TO WaiverRequestDate.
    MOVE WS-AuthorizedBy TO WaiverApproveUserID.
    MOVE WS-TodayDate TO WaiverApproveDate.
    SET WaiverApproved TO TRUE.
    WRITE FeeWaiverRecord
        INVALID KEY
            DISPLAY 'Waiver ID ' WS-NextWaiverID ' already exists.'
    END-WRITE.
    CLOSE FeeWaiverFile.

ACCRUE-INTEREST-TO-PAYMENT-DATE.
    MOVE ZERO TO WS-AccruedInterest.
ASSESS-PREPAYMENT-PENALTY.
    MOVE ZERO TO PrepaymentPenaltyAssessed OF RepaymentRecord.
    IF PrepaymentPenaltyActive OF LoanRecord
        MOVE PrepaymentPenaltyMonths OF LoanRecord TO WS-PenaltyMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate OF LoanRecord
            WS-PenaltyMonths WS-PenaltyCutoffDate
        IF PaymentDate OF RepaymentRecord NOT GREATER THAN WS-PenaltyCutoffDate
            IF AmountPaid OF RepaymentRecord
                    NOT LESS THAN OutstandingBalance OF LoanRecord
