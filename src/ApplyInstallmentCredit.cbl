IDENTIFICATION DIVISION.
PROGRAM-ID. ApplyInstallmentCredit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ESSEL.

DATA DIVISION.
FILE SECTION.
FD  EscrowFile.
    COPY ESREC.

WORKING-STORAGE SECTION.
01 WS-EscrowFileStatus  PIC X(02).
01 WS-EscrowInstallment PIC 9(9)V99 VALUE ZERO.
01 WS-Required          PIC 9(9)V99 VALUE ZERO.
01 WS-CreditWork        PIC S9(11)V99 VALUE ZERO.
01 WS-IOCutoffDate      PIC 9(8) VALUE ZERO.
01 WS-IOMonths          PIC 9(4).
01 WS-PeriodsPerYear    PIC 9(2).
01 WS-PriorDate         PIC 9(8).
01 WS-AnchorDate        PIC 9(8).
01 WS-MonthsForward     PIC 9(4).
01 WS-DaysBack          PIC S9(6).
01 WS-CyclesThisCall    PIC 9(4) VALUE ZERO.

*> a single posting can never carry the loan further than its own
*> term; this also stops a runaway loop on a damaged record
01 WS-MaxCycles         PIC 9(4) VALUE 1560.

LINKAGE SECTION.
    COPY LNREC.
01 LS-CreditAmount PIC S9(9)V99.
01 LS-CyclesMoved  PIC S9(3).

*> applies the installment-bearing part of a posting (principal,
*> interest and escrow; never fees or an overpayment) toward the
*> contractual installment. Money accumulates in InstallmentCredit
*> until a full installment plus the monthly escrow is covered; only
*> then is the due date paid through and rolled one cycle, and a
*> payment that covers several installments rolls several cycles.
*> A negative amount is a reversal: the accumulated credit is backed
*> out and the due date rolls back as far as the money no longer
*> covers. A loan with no stored installment (revolving lines and
*> loans booked before installments were carried) keeps the rule of
*> one cycle per posted payment
PROCEDURE DIVISION USING LoanRecord LS-CreditAmount LS-CyclesMoved.
    MOVE ZERO TO LS-CyclesMoved.
    MOVE ZERO TO WS-CyclesThisCall.
    IF InstallmentAmount OF LoanRecord = ZERO
        IF LS-CreditAmount > ZERO AND LoanStatusActive OF LoanRecord
            PERFORM ADVANCE-ONE-CYCLE
        END-IF
        GOBACK
    END-IF.

    PERFORM LOOKUP-ESCROW-INSTALLMENT.
    COMPUTE WS-CreditWork =
        InstallmentCredit OF LoanRecord + LS-CreditAmount.
    PERFORM SET-REQUIRED-AMOUNT.
    IF LS-CreditAmount > ZERO
        PERFORM UNTIL WS-CreditWork < WS-Required
                OR NOT LoanStatusActive OF LoanRecord
                OR WS-CyclesThisCall NOT LESS THAN WS-MaxCycles
            SUBTRACT WS-Required FROM WS-CreditWork
            PERFORM ADVANCE-ONE-CYCLE
            PERFORM SET-REQUIRED-AMOUNT
        END-PERFORM
    ELSE
        PERFORM UNTIL WS-CreditWork NOT LESS THAN ZERO
                OR PaidThroughDate OF LoanRecord = ZERO
                OR WS-CyclesThisCall NOT LESS THAN WS-MaxCycles
            PERFORM RETREAT-ONE-CYCLE
            PERFORM SET-REQUIRED-AMOUNT
            ADD WS-Required TO WS-CreditWork
        END-PERFORM
        IF WS-CreditWork < ZERO
            MOVE ZERO TO WS-CreditWork
        END-IF
    END-IF.
    MOVE WS-CreditWork TO InstallmentCredit OF LoanRecord.
    GOBACK.

*> during an interest-only period the installment due is the
*> period's interest on the current balance
SET-REQUIRED-AMOUNT.
    MOVE InstallmentAmount OF LoanRecord TO WS-Required.
    IF InterestOnlyMonths OF LoanRecord > ZERO
        MOVE InterestOnlyMonths OF LoanRecord TO WS-IOMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate OF LoanRecord
            WS-IOMonths WS-IOCutoffDate
        IF NextPaymentDueDate OF LoanRecord
                NOT GREATER THAN WS-IOCutoffDate
            PERFORM SET-PERIODS-PER-YEAR
            COMPUTE WS-Required ROUNDED =
                OutstandingBalance OF LoanRecord
                * (InterestRate OF LoanRecord / 100) / WS-PeriodsPerYear
            IF WS-Required = ZERO
                MOVE InstallmentAmount OF LoanRecord TO WS-Required
            END-IF
        END-IF
    END-IF.
    ADD WS-EscrowInstallment TO WS-Required.

SET-PERIODS-PER-YEAR.
    EVALUATE TRUE
        WHEN FrequencyWeekly OF LoanRecord
            MOVE 52 TO WS-PeriodsPerYear
        WHEN FrequencyBiweekly OF LoanRecord
            MOVE 26 TO WS-PeriodsPerYear
        WHEN FrequencyQuarterly OF LoanRecord
            MOVE 4 TO WS-PeriodsPerYear
        WHEN OTHER
            MOVE 12 TO WS-PeriodsPerYear
    END-EVALUATE.

ADVANCE-ONE-CYCLE.
    MOVE NextPaymentDueDate OF LoanRecord
        TO PaidThroughDate OF LoanRecord.
    CALL 'AdvanceDateByFrequency' USING PaidThroughDate OF LoanRecord
        PaymentFrequency OF LoanRecord NextPaymentDueDate OF LoanRecord.
    CALL 'NextBusinessDay' USING NextPaymentDueDate OF LoanRecord
        WS-PriorDate.
    MOVE WS-PriorDate TO NextPaymentDueDate OF LoanRecord.
    ADD 1 TO LS-CyclesMoved.
    ADD 1 TO WS-CyclesThisCall.

*> the paid-through installment becomes due again; a month back is
*> taken as eleven months forward from a year earlier so the same
*> month-end clamping applies as when the date rolled forward
RETREAT-ONE-CYCLE.
    MOVE PaidThroughDate OF LoanRecord
        TO NextPaymentDueDate OF LoanRecord.
    EVALUATE TRUE
        WHEN FrequencyWeekly OF LoanRecord
            MOVE -7 TO WS-DaysBack
            CALL 'AdjustDateByDays' USING PaidThroughDate OF LoanRecord
                WS-DaysBack WS-PriorDate
        WHEN FrequencyBiweekly OF LoanRecord
            MOVE -14 TO WS-DaysBack
            CALL 'AdjustDateByDays' USING PaidThroughDate OF LoanRecord
                WS-DaysBack WS-PriorDate
        WHEN FrequencyQuarterly OF LoanRecord
            COMPUTE WS-AnchorDate = PaidThroughDate OF LoanRecord - 10000
            MOVE 9 TO WS-MonthsForward
            CALL 'AddMonthsToDate' USING WS-AnchorDate
                WS-MonthsForward WS-PriorDate
        WHEN OTHER
            COMPUTE WS-AnchorDate = PaidThroughDate OF LoanRecord - 10000
            MOVE 11 TO WS-MonthsForward
            CALL 'AddMonthsToDate' USING WS-AnchorDate
                WS-MonthsForward WS-PriorDate
    END-EVALUATE.
    IF WS-PriorDate < LoanOriginationDate OF LoanRecord
        MOVE ZERO TO PaidThroughDate OF LoanRecord
    ELSE
        MOVE WS-PriorDate TO PaidThroughDate OF LoanRecord
    END-IF.
    SUBTRACT 1 FROM LS-CyclesMoved.
    ADD 1 TO WS-CyclesThisCall.

LOOKUP-ESCROW-INSTALLMENT.
    MOVE ZERO TO WS-EscrowInstallment.
    OPEN INPUT EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE LoanID OF LoanRecord TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EscrowMonthlyAmount TO WS-EscrowInstallment
        END-READ
        CLOSE EscrowFile
    END-IF.
