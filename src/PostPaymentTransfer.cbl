IDENTIFICATION DIVISION.
PROGRAM-ID. PostPaymentTransfer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RPSEL.
    COPY ESSEL.
    COPY PRSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  RepaymentFile.
    COPY RPREC.

FD  EscrowFile.
    COPY ESREC.

FD  ProductFile.
    COPY PRREC.

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus    PIC X(02).
01 WS-RepayFileStatus   PIC X(02).
01 WS-EscrowFileStatus  PIC X(02).
01 WS-ProductFileStatus PIC X(02).
01 WS-RepayEOF          PIC X VALUE 'N'.
01 WS-TodayDate         PIC 9(8).
01 WS-PeriodOpen        PIC X VALUE 'Y'.
01 WS-PeriodPostingDate PIC 9(8) VALUE ZERO.
01 WS-TargetValid       PIC X VALUE 'N'.
01 WS-NextRepaymentID   PIC 9(5) VALUE ZERO.
01 WS-ProductFound      PIC X VALUE 'N'.
01 WS-AccrualDivisor    PIC 9(3) VALUE 365.
01 WS-DayCount30360     PIC X VALUE 'N'.
01 WS-PrecompLoan       PIC X VALUE 'N'.
01 WS-EscrowFound       PIC X VALUE 'N'.
01 WS-DaysAccrued       PIC 9(5) VALUE ZERO.
01 WS-DaysAccruedSigned PIC S9(6) VALUE ZERO.
01 WS-DailyRate         PIC 9(3)V9(9) VALUE ZERO.
01 WS-AccruedInterest   PIC 9(9)V99 VALUE ZERO.
01 WS-RemainingAmount   PIC 9(9)V99 VALUE ZERO.
01 WS-BalancePortion    PIC 9(9)V99 VALUE ZERO.
01 WS-BalanceApplied    PIC 9(9)V99 VALUE ZERO.
01 WS-OverpaymentAmount PIC 9(9)V99 VALUE ZERO.
01 WS-InstallmentCredit PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved       PIC S9(3) VALUE ZERO.
01 WS-THType            PIC X(12).
01 WS-THAmount          PIC 9(11)V99.
01 WS-THBalanceBefore   PIC 9(11)V99.
01 WS-THBalanceAfter    PIC 9(11)V99.
01 WS-THProgram         PIC X(20).
01 WS-AdjLoanID         PIC 9(7).
01 WS-AdjDebit          PIC X(10).
01 WS-AdjCredit         PIC X(10).
01 WS-AdjAmount         PIC 9(11)V99.
01 WS-AdjSource         PIC X(10) VALUE 'PMT-XFER'.
01 WS-RecvPortion       PIC 9(9)V99 VALUE ZERO.

*> allocation of the payment as it stood on the loan it was posted
*> to, kept for the offsetting entries once the record is rebuilt
*> for the correct loan
01 WS-Original.
    05 WS-OrigRepaymentID   PIC 9(5).
    05 WS-OrigLoanID        PIC 9(7).
    05 WS-OrigFeePortion    PIC 9(9)V99.
    05 WS-OrigEscrowPortion PIC 9(9)V99.
    05 WS-OrigInterestPortion PIC 9(9)V99.
    05 WS-OrigPenalty       PIC 9(9)V99.
    05 WS-OrigOverpayment   PIC 9(9)V99.

LINKAGE SECTION.
01 LS-RepaymentID    PIC 9(5).
01 LS-TargetLoanID   PIC 9(7).
01 LS-NewRepaymentID PIC 9(5).
01 LS-Posted         PIC X.

*> moves a payment posted to the wrong loan onto the right one. The
*> allocation on the wrong loan is backed out with no NSF fee, and any
*> prepayment penalty the payment triggered there is removed; the same
*> funds then run through the payment waterfall on the correct loan
*> under the original receipt number and payment date. The original
*> repayment is kept, marked XFER and linked to the new one. Cash was
*> journaled when the payment was first taken, so the move between
*> loans reaches the ledger as offsetting adjustments through CASH
PROCEDURE DIVISION USING LS-RepaymentID LS-TargetLoanID
        LS-NewRepaymentID LS-Posted.
    MOVE 'N' TO LS-Posted.
    MOVE ZERO TO LS-NewRepaymentID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    CALL 'CheckPostingPeriod' USING WS-TodayDate WS-PeriodOpen
        WS-PeriodPostingDate.
    IF WS-PeriodOpen = 'N'
        DISPLAY 'The accounting period for ' WS-TodayDate ' is closed;'
        DISPLAY 'transfer not posted.'
        GOBACK
    END-IF.
    PERFORM FIND-NEXT-REPAYMENT-ID.

    OPEN I-O RepaymentFile.
    MOVE LS-RepaymentID TO RepaymentID.
    READ RepaymentFile
        INVALID KEY
            DISPLAY 'Repayment not found; transfer not posted.'
            CLOSE RepaymentFile
            GOBACK
    END-READ.
    IF NOT PaymentStatusGood
        DISPLAY 'Repayment status is ' PaymentStatus
            '; only a GOOD payment can be transferred.'
        CLOSE RepaymentFile
        GOBACK
    END-IF.
    IF LoanID OF RepaymentRecord = LS-TargetLoanID
        DISPLAY 'Repayment is already on Loan ' LS-TargetLoanID
            '; transfer not posted.'
        CLOSE RepaymentFile
        GOBACK
    END-IF.

    OPEN I-O LoanFile.
    PERFORM CHECK-TARGET-LOAN.
    IF WS-TargetValid = 'N'
        CLOSE LoanFile
        CLOSE RepaymentFile
        GOBACK
    END-IF.

    MOVE LoanID OF RepaymentRecord TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan on the repayment could not be found;'
            DISPLAY 'transfer not posted.'
            CLOSE LoanFile
            CLOSE RepaymentFile
            GOBACK
    END-READ.

    MOVE RepaymentID TO WS-OrigRepaymentID.
    MOVE LoanID OF RepaymentRecord TO WS-OrigLoanID.
    MOVE FeePortion OF RepaymentRecord TO WS-OrigFeePortion.
    MOVE EscrowPortion OF RepaymentRecord TO WS-OrigEscrowPortion.
    MOVE InterestPortion OF RepaymentRecord TO WS-OrigInterestPortion.
    MOVE PrepaymentPenaltyAssessed OF RepaymentRecord TO WS-OrigPenalty.
    MOVE OverpaymentAmount OF RepaymentRecord TO WS-OrigOverpayment.

    PERFORM BACK-OUT-FROM-SOURCE-LOAN.
    SET PaymentStatusTransferred TO TRUE.
    MOVE WS-TodayDate TO ReversalDate.
    MOVE WS-NextRepaymentID TO TransferToRepaymentID.
    REWRITE RepaymentRecord.
    PERFORM WRITE-SOURCE-ADJUSTMENTS.

    MOVE LS-TargetLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Target loan could not be re-read.'
    END-READ.
    MOVE WS-NextRepaymentID TO RepaymentID.
    MOVE LS-TargetLoanID TO LoanID OF RepaymentRecord.
    SET PaymentStatusGood TO TRUE.
    MOVE ZERO TO NSFFeeAmount.
    MOVE ZERO TO ReversalDate.
    MOVE ZERO TO PrepaymentPenaltyAssessed OF RepaymentRecord.
    MOVE WS-OrigRepaymentID TO TransferFromRepaymentID.
    MOVE ZERO TO TransferToRepaymentID.
    PERFORM APPLY-TO-TARGET-LOAN.
    WRITE RepaymentRecord
        INVALID KEY
            DISPLAY 'Repayment ID ' WS-NextRepaymentID
                ' already exists on the target.'
    END-WRITE.
    PERFORM WRITE-TARGET-ADJUSTMENTS.

    CLOSE LoanFile.
    CLOSE RepaymentFile.
    MOVE WS-NextRepaymentID TO LS-NewRepaymentID.
    MOVE 'Y' TO LS-Posted.
    DISPLAY 'Repayment ' WS-OrigRepaymentID ' moved from Loan '
        WS-OrigLoanID ' to Loan ' LS-TargetLoanID
        ' as Repayment ' WS-NextRepaymentID '.'.
    DISPLAY 'Receipt Number: ' ReceiptNumber
        '  Payment Date: ' PaymentDate.
    DISPLAY 'Applied to fees: ' FeePortion OF RepaymentRecord.
    DISPLAY 'Applied to escrow: ' EscrowPortion OF RepaymentRecord.
    DISPLAY 'Applied to interest: ' InterestPortion OF RepaymentRecord.
    DISPLAY 'Applied to principal: ' PrincipalPortion OF RepaymentRecord.
    GOBACK.

*> the correct loan must be on file, not charged off, and carried in
*> the currency the payment was applied in
CHECK-TARGET-LOAN.
    MOVE 'N' TO WS-TargetValid.
    MOVE LS-TargetLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Target loan not found; transfer not posted.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN LoanStatusChargedOff OF LoanRecord
                    DISPLAY 'Target loan is CHARGED-OFF; post the'
                    DISPLAY 'money through Record Recovery instead.'
                WHEN CurrencyCode OF LoanRecord
                        NOT = CurrencyCode OF RepaymentRecord
                    DISPLAY 'Target loan is carried in '
                        CurrencyCode OF LoanRecord ', the payment in '
                        CurrencyCode OF RepaymentRecord
                        '; transfer not posted.'
                WHEN OTHER
                    MOVE 'Y' TO WS-TargetValid
            END-EVALUATE
    END-READ.

BACK-OUT-FROM-SOURCE-LOAN.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceBefore.
    IF OverpaymentAmount OF RepaymentRecord > ZERO
        COMPUTE WS-BalancePortion = AmountPaid OF RepaymentRecord
            - OverpaymentAmount OF RepaymentRecord
            - EscrowPortion OF RepaymentRecord
            - InterestPortion OF RepaymentRecord
        ADD WS-BalancePortion TO OutstandingBalance OF LoanRecord
        SUBTRACT OverpaymentAmount OF RepaymentRecord
            FROM CreditBalance OF LoanRecord
    ELSE
        COMPUTE WS-BalancePortion = AmountPaid OF RepaymentRecord
            - EscrowPortion OF RepaymentRecord
            - InterestPortion OF RepaymentRecord
        ADD WS-BalancePortion TO OutstandingBalance OF LoanRecord
    END-IF.
    IF PrepaymentPenaltyAssessed OF RepaymentRecord
            > OutstandingBalance OF LoanRecord
        MOVE ZERO TO OutstandingBalance OF LoanRecord
    ELSE
        SUBTRACT PrepaymentPenaltyAssessed OF RepaymentRecord
            FROM OutstandingBalance OF LoanRecord
    END-IF.
    ADD InterestPortion OF RepaymentRecord
        TO AccruedInterest OF LoanRecord.
    IF EscrowPortion OF RepaymentRecord > ZERO
        PERFORM BACK-OUT-ESCROW-PORTION
    END-IF.
    ADD FeePortion OF RepaymentRecord TO UnpaidFeeBalance OF LoanRecord.
    IF LoanStatusPaidOff OF LoanRecord
            AND OutstandingBalance OF LoanRecord > ZERO
        SET LoanStatusActive OF LoanRecord TO TRUE
    END-IF.
    COMPUTE WS-InstallmentCredit =
        (EscrowPortion OF RepaymentRecord
        + InterestPortion OF RepaymentRecord
        + PrincipalPortion OF RepaymentRecord) * -1.
    CALL 'ApplyInstallmentCredit' USING LoanRecord
        WS-InstallmentCredit WS-CyclesMoved.
    REWRITE LoanRecord.
    MOVE 'PMT-XFER-OUT' TO WS-THType.
    MOVE AmountPaid OF RepaymentRecord TO WS-THAmount.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter.
    MOVE 'PostPaymentTransfer' TO WS-THProgram.
    CALL 'WriteTransactionHistory' USING
        LoanID OF LoanRecord WS-THType WS-THAmount
        WS-THBalanceBefore WS-THBalanceAfter
        WS-TodayDate WS-THProgram.

BACK-OUT-ESCROW-PORTION.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE LoanID OF RepaymentRecord TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                DISPLAY 'No escrow account found; escrow portion of '
                    EscrowPortion OF RepaymentRecord
                    ' not backed out.'
            NOT INVALID KEY
                IF EscrowPortion OF RepaymentRecord > EscrowBalance
                    MOVE ZERO TO EscrowBalance
                ELSE
                    SUBTRACT EscrowPortion OF RepaymentRecord
                        FROM EscrowBalance
                END-IF
                REWRITE EscrowRecord
        END-READ
        CLOSE EscrowFile
    END-IF.

*> the funds go through the same waterfall a new payment would, with
*> interest brought up to the payment date where the loan has not yet
*> accrued that far. No prepayment penalty is taken: the borrower did
*> not choose to prepay, the money was mis-posted
APPLY-TO-TARGET-LOAN.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceBefore.
    IF PaymentDate OF RepaymentRecord
            > LastInterestCalcDate OF LoanRecord
        PERFORM ACCRUE-INTEREST-TO-PAYMENT-DATE
    END-IF.
    PERFORM ALLOCATE-PAYMENT-WATERFALL.

    COMPUTE WS-BalanceApplied =
        AmountPaid OF RepaymentRecord - EscrowPortion OF RepaymentRecord
        - InterestPortion OF RepaymentRecord.
    MOVE ZERO TO WS-OverpaymentAmount.
    IF WS-BalanceApplied > OutstandingBalance OF LoanRecord
        COMPUTE WS-OverpaymentAmount =
            WS-BalanceApplied - OutstandingBalance OF LoanRecord
        SUBTRACT WS-OverpaymentAmount
            FROM PrincipalPortion OF RepaymentRecord
    END-IF.
    MOVE WS-OverpaymentAmount TO OverpaymentAmount OF RepaymentRecord.

    IF WS-OverpaymentAmount > ZERO
        MOVE ZERO TO OutstandingBalance OF LoanRecord
        ADD WS-OverpaymentAmount TO CreditBalance OF LoanRecord
        SET LoanStatusPaidOff OF LoanRecord TO TRUE
        DISPLAY 'Payment exceeds the target loan balance by '
            WS-OverpaymentAmount
        DISPLAY 'Excess applied to borrower credit balance.'
    ELSE
        SUBTRACT WS-BalanceApplied FROM OutstandingBalance OF LoanRecord
        IF OutstandingBalance OF LoanRecord = ZERO
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

    MOVE 'PMT-XFER-IN' TO WS-THType.
    MOVE AmountPaid OF RepaymentRecord TO WS-THAmount.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter.
    MOVE 'PostPaymentTransfer' TO WS-THProgram.
    CALL 'WriteTransactionHistory' USING
        LoanID OF LoanRecord WS-THType WS-THAmount
        WS-THBalanceBefore WS-THBalanceAfter
        WS-TodayDate WS-THProgram.

    IF LoanStatusPaidOff OF LoanRecord
        CALL 'ProcessLienRelease' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord
            BorrowerName OF LoanRecord
            PaymentDate OF RepaymentRecord
    END-IF.

ACCRUE-INTEREST-TO-PAYMENT-DATE.
    MOVE ZERO TO WS-AccruedInterest.
    IF LoanStatusActive OF LoanRecord
            AND AccrualStatusAccruing OF LoanRecord
        PERFORM SET-ACCRUAL-BASIS
        IF WS-DayCount30360 = 'Y'
            CALL 'Days360' USING LastInterestCalcDate OF LoanRecord
                PaymentDate OF RepaymentRecord WS-DaysAccruedSigned
        ELSE
            CALL 'DaysBetweenDates' USING LastInterestCalcDate OF LoanRecord
                PaymentDate OF RepaymentRecord WS-DaysAccruedSigned
        END-IF
        MOVE WS-DaysAccruedSigned TO WS-DaysAccrued
        COMPUTE WS-DailyRate =
            (InterestRate OF LoanRecord / 100) / WS-AccrualDivisor
        COMPUTE WS-AccruedInterest ROUNDED =
            OutstandingBalance OF LoanRecord * WS-DailyRate * WS-DaysAccrued
        IF WS-PrecompLoan = 'Y'
            MOVE ZERO TO WS-AccruedInterest
        END-IF
        ADD WS-AccruedInterest TO AccruedInterest OF LoanRecord
        MOVE PaymentDate OF RepaymentRecord
            TO LastInterestCalcDate OF LoanRecord
    END-IF.

SET-ACCRUAL-BASIS.
    MOVE 365 TO WS-AccrualDivisor.
    MOVE 'N' TO WS-DayCount30360.
    MOVE 'N' TO WS-PrecompLoan.
    MOVE 'N' TO WS-ProductFound.
    OPEN INPUT ProductFile.
    IF WS-ProductFileStatus = '00'
        MOVE ProductCode OF LoanRecord TO ProductCode OF ProductRecord
        READ ProductFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ProductFound
        END-READ
        CLOSE ProductFile
    END-IF.
    IF WS-ProductFound = 'Y'
        EVALUATE TRUE
            WHEN AccrualActual360
                MOVE 360 TO WS-AccrualDivisor
            WHEN Accrual30360
                MOVE 360 TO WS-AccrualDivisor
                MOVE 'Y' TO WS-DayCount30360
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF MethodPrecomputed
            MOVE 'Y' TO WS-PrecompLoan
        END-IF
    END-IF.

ALLOCATE-PAYMENT-WATERFALL.
    MOVE AmountPaid OF RepaymentRecord TO WS-RemainingAmount.

    IF WS-RemainingAmount NOT GREATER THAN UnpaidFeeBalance OF LoanRecord
        MOVE WS-RemainingAmount TO FeePortion OF RepaymentRecord
    ELSE
        MOVE UnpaidFeeBalance OF LoanRecord TO FeePortion OF RepaymentRecord
    END-IF
    SUBTRACT FeePortion OF RepaymentRecord FROM WS-RemainingAmount
    SUBTRACT FeePortion OF RepaymentRecord FROM UnpaidFeeBalance OF LoanRecord

    PERFORM COLLECT-ESCROW-PORTION
    SUBTRACT EscrowPortion OF RepaymentRecord FROM WS-RemainingAmount

    IF WS-RemainingAmount NOT GREATER THAN
            AccruedInterest OF LoanRecord
        MOVE WS-RemainingAmount TO InterestPortion OF RepaymentRecord
    ELSE
        MOVE AccruedInterest OF LoanRecord
            TO InterestPortion OF RepaymentRecord
    END-IF
    SUBTRACT InterestPortion OF RepaymentRecord FROM WS-RemainingAmount
    SUBTRACT InterestPortion OF RepaymentRecord
        FROM AccruedInterest OF LoanRecord

    MOVE WS-RemainingAmount TO PrincipalPortion OF RepaymentRecord.

COLLECT-ESCROW-PORTION.
    MOVE ZERO TO EscrowPortion OF RepaymentRecord.
    MOVE 'N' TO WS-EscrowFound.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE LoanID OF LoanRecord TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-EscrowFound
        END-READ
        IF WS-EscrowFound = 'Y' AND EscrowMonthlyAmount > ZERO
            IF WS-RemainingAmount NOT GREATER THAN EscrowMonthlyAmount
                MOVE WS-RemainingAmount TO EscrowPortion OF RepaymentRecord
            ELSE
                MOVE EscrowMonthlyAmount TO EscrowPortion OF RepaymentRecord
            END-IF
            ADD EscrowPortion OF RepaymentRecord TO EscrowBalance
            REWRITE EscrowRecord
        END-IF
        CLOSE EscrowFile
    END-IF.

*> undoes, on the wrong loan, what the payment journal credited when
*> the payment was taken; the cash leg is carried back out through
*> CASH and picked up again on the correct loan
WRITE-SOURCE-ADJUSTMENTS.
    MOVE WS-OrigLoanID TO WS-AdjLoanID.
    MOVE 'CASH      ' TO WS-AdjCredit.
    COMPUTE WS-RecvPortion = AmountPaid OF RepaymentRecord
        - WS-OrigEscrowPortion - WS-OrigOverpayment
        - WS-OrigInterestPortion.
    IF WS-RecvPortion > ZERO
        MOVE 'LOANS-RECV' TO WS-AdjDebit
        MOVE WS-RecvPortion TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF WS-OrigInterestPortion > ZERO
        MOVE 'INT-RECV  ' TO WS-AdjDebit
        MOVE WS-OrigInterestPortion TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF WS-OrigEscrowPortion > ZERO
        MOVE 'ESCRW-LIAB' TO WS-AdjDebit
        MOVE WS-OrigEscrowPortion TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF WS-OrigOverpayment > ZERO
        MOVE 'CREDIT-BAL' TO WS-AdjDebit
        MOVE WS-OrigOverpayment TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF WS-OrigPenalty > ZERO
        MOVE 'PNLTY-INC ' TO WS-AdjDebit
        MOVE 'LOANS-RECV' TO WS-AdjCredit
        MOVE WS-OrigPenalty TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.

WRITE-TARGET-ADJUSTMENTS.
    MOVE LS-TargetLoanID TO WS-AdjLoanID.
    MOVE 'CASH      ' TO WS-AdjDebit.
    COMPUTE WS-RecvPortion = AmountPaid OF RepaymentRecord
        - EscrowPortion OF RepaymentRecord
        - OverpaymentAmount OF RepaymentRecord
        - InterestPortion OF RepaymentRecord.
    IF WS-RecvPortion > ZERO
        MOVE 'LOANS-RECV' TO WS-AdjCredit
        MOVE WS-RecvPortion TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF InterestPortion OF RepaymentRecord > ZERO
        MOVE 'INT-RECV  ' TO WS-AdjCredit
        MOVE InterestPortion OF RepaymentRecord TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF EscrowPortion OF RepaymentRecord > ZERO
        MOVE 'ESCRW-LIAB' TO WS-AdjCredit
        MOVE EscrowPortion OF RepaymentRecord TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.
    IF OverpaymentAmount OF RepaymentRecord > ZERO
        MOVE 'CREDIT-BAL' TO WS-AdjCredit
        MOVE OverpaymentAmount OF RepaymentRecord TO WS-AdjAmount
        PERFORM WRITE-ONE-ADJUSTMENT
    END-IF.

WRITE-ONE-ADJUSTMENT.
    CALL 'WriteGLAdjustment' USING WS-TodayDate WS-AdjLoanID
        WS-AdjDebit WS-AdjCredit WS-AdjAmount WS-AdjSource.

FIND-NEXT-REPAYMENT-ID.
    MOVE ZERO TO WS-NextRepaymentID.
    MOVE 'N' TO WS-RepayEOF.
    OPEN INPUT RepaymentFile.
    IF WS-RepayFileStatus = '00'
        PERFORM UNTIL WS-RepayEOF = 'Y'
            READ RepaymentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RepayEOF
                NOT AT END
                    IF RepaymentID NOT LESS THAN WS-NextRepaymentID
                        MOVE RepaymentID TO WS-NextRepaymentID
                    END-IF
        END-PERFORM
        CLOSE RepaymentFile
    END-IF.
    ADD 1 TO WS-NextRepaymentID.
