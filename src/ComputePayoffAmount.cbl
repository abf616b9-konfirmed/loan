IDENTIFICATION DIVISION.
PROGRAM-ID. ComputePayoffAmount.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PRSEL.

DATA DIVISION.
FILE SECTION.
FD  ProductFile.
    COPY PRREC.

WORKING-STORAGE SECTION.
01 WS-ProductFileStatus  PIC X(02).
01 WS-ProductFound       PIC X VALUE 'N'.
01 WS-AccrualDivisor     PIC 9(3) VALUE 365.
01 WS-DayCount30360      PIC X VALUE 'N'.
01 WS-PrecompLoan        PIC X VALUE 'N'.
01 WS-RebateMethod       PIC X(09).
01 WS-DaysAccrued        PIC 9(5).
01 WS-DaysAccruedSigned  PIC S9(6).
01 WS-DailyRate          PIC 9(3)V9(9).
01 WS-AccruedInterest    PIC 9(9)V99.
01 WS-PenaltyCutoffDate  PIC 9(8).
01 WS-PenaltyMonths      PIC 9(4).
01 WS-PrepaymentPenalty  PIC 9(9)V99 VALUE ZERO.
01 WS-BalanceForPenalty  PIC 9(11)V99 VALUE ZERO.
01 WS-AddOnInterest      PIC 9(9)V99 VALUE ZERO.
01 WS-ElapsedDaysSigned  PIC S9(6) VALUE ZERO.
01 WS-ElapsedMonths      PIC 9(4) VALUE ZERO.
01 WS-RemainingMonths    PIC S9(4) VALUE ZERO.
01 WS-UnearnedRebate     PIC 9(9)V99 VALUE ZERO.
01 WS-PayoffWork         PIC S9(11)V99 VALUE ZERO.

LINKAGE SECTION.
    COPY LNREC.
01 LS-PayoffDate         PIC 9(8).
01 LS-PayoffAmount       PIC 9(11)V99.

*> the amount that pays the loan off on a given date, worked the same
*> way as the teller's payoff quote: balance plus interest accrued to
*> the date on the product's accrual basis, plus any prepayment
*> penalty still in force, less any credit balance. A precomputed
*> loan pays its gross balance and fees less the unearned interest
*> rebate. A loan that is not active accrues nothing further and pays
*> its balance. A date before the last interest calculation is taken
*> as that date
PROCEDURE DIVISION USING LoanRecord LS-PayoffDate LS-PayoffAmount.
    MOVE ZERO TO LS-PayoffAmount.
    IF LoanStatusPaidOff OR LoanStatusChargedOff OR LoanStatusDefaulted
        MOVE OutstandingBalance TO LS-PayoffAmount
        GOBACK
    END-IF.

    PERFORM SET-ACCRUAL-BASIS.
    IF WS-PrecompLoan = 'Y'
        PERFORM COMPUTE-UNEARNED-REBATE
        COMPUTE WS-PayoffWork =
            OutstandingBalance + UnpaidFeeBalance
            - WS-UnearnedRebate - CreditBalance
    ELSE
        PERFORM COMPUTE-ACCRUED-INTEREST
        MOVE ZERO TO WS-PrepaymentPenalty
        COMPUTE WS-BalanceForPenalty =
            OutstandingBalance + WS-AccruedInterest
        IF PrepaymentPenaltyActive
            MOVE PrepaymentPenaltyMonths TO WS-PenaltyMonths
            CALL 'AddMonthsToDate' USING LoanOriginationDate
                WS-PenaltyMonths WS-PenaltyCutoffDate
            IF LS-PayoffDate NOT GREATER THAN WS-PenaltyCutoffDate
                COMPUTE WS-PrepaymentPenalty ROUNDED =
                    WS-BalanceForPenalty
                    * (PrepaymentPenaltyPercent / 100)
            END-IF
        END-IF
        COMPUTE WS-PayoffWork =
            OutstandingBalance + WS-AccruedInterest
            + WS-PrepaymentPenalty - CreditBalance
    END-IF.
    IF WS-PayoffWork > ZERO
        MOVE WS-PayoffWork TO LS-PayoffAmount
    END-IF.
    GOBACK.

COMPUTE-ACCRUED-INTEREST.
    MOVE ZERO TO WS-AccruedInterest.
    IF NOT AccrualStatusNonAccrual
            AND LS-PayoffDate > LastInterestCalcDate
        IF WS-DayCount30360 = 'Y'
            CALL 'Days360' USING LastInterestCalcDate LS-PayoffDate
                WS-DaysAccruedSigned
        ELSE
            CALL 'DaysBetweenDates' USING LastInterestCalcDate
                LS-PayoffDate WS-DaysAccruedSigned
        END-IF
        MOVE WS-DaysAccruedSigned TO WS-DaysAccrued
        COMPUTE WS-DailyRate =
            (InterestRate / 100) / WS-AccrualDivisor
        COMPUTE WS-AccruedInterest ROUNDED =
            OutstandingBalance * WS-DailyRate * WS-DaysAccrued
    END-IF.
    ADD AccruedInterest OF LoanRecord TO WS-AccruedInterest.

COMPUTE-UNEARNED-REBATE.
    MOVE ZERO TO WS-UnearnedRebate.
    IF LoanTerm > ZERO
        PERFORM COMPUTE-REBATE-FRACTION
    END-IF.

COMPUTE-REBATE-FRACTION.
    COMPUTE WS-AddOnInterest ROUNDED =
        LoanAmount * (InterestRate / 100) * (LoanTerm / 12).
    CALL 'DaysBetweenDates' USING LoanOriginationDate
        LS-PayoffDate WS-ElapsedDaysSigned.
    IF WS-ElapsedDaysSigned < ZERO
        MOVE ZERO TO WS-ElapsedDaysSigned
    END-IF.
    COMPUTE WS-ElapsedMonths = WS-ElapsedDaysSigned / 30.
    COMPUTE WS-RemainingMonths = LoanTerm - WS-ElapsedMonths.
    IF WS-RemainingMonths < ZERO
        MOVE ZERO TO WS-RemainingMonths
    END-IF.
    IF WS-RebateMethod = 'RULE78'
        COMPUTE WS-UnearnedRebate ROUNDED =
            WS-AddOnInterest
            * (WS-RemainingMonths * (WS-RemainingMonths + 1))
            / (LoanTerm * (LoanTerm + 1))
    ELSE
        COMPUTE WS-UnearnedRebate ROUNDED =
            WS-AddOnInterest * WS-RemainingMonths / LoanTerm
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
            MOVE ProductRebateMethod TO WS-RebateMethod
        END-IF
    END-IF.
