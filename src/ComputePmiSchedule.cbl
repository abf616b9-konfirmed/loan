IDENTIFICATION DIVISION.
PROGRAM-ID. ComputePmiSchedule.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-MonthIdx          PIC 9(4).
01 WS-AmortTerm         PIC 9(4).
01 WS-MonthlyRate       PIC 9(3)V9(6).
01 WS-OnePlusRatePowerN PIC 9(3)V9(6).
01 WS-MonthlyPayment    PIC 9(9)V99.
01 WS-Balance           PIC 9(9)V99.
01 WS-MonthInterest     PIC 9(9)V99.
01 WS-MonthPrincipal    PIC 9(9)V99.
01 WS-PaymentDate       PIC 9(8).
01 WS-Target80          PIC 9(11)V99.
01 WS-Target78          PIC 9(11)V99.
01 WS-ScheduleDone      PIC X VALUE 'N'.

LINKAGE SECTION.
    COPY LNREC.
01 LS-OriginalValue     PIC 9(11)V99.
01 LS-AsOfDate          PIC 9(8).
01 LS-ScheduledBalance  PIC 9(9)V99.
01 LS-Date80            PIC 9(8).
01 LS-Date78            PIC 9(8).

*> the loan's initial amortization schedule as PMI cancellation is
*> measured against it: the original amount amortized monthly at the
*> note rate, with no principal in any interest-only months and
*> regardless of payments actually made. Returns the scheduled
*> principal balance as of the date given, and the first scheduled
*> payment dates on which the balance reaches 80% and 78% of the
*> property's original value (zero if the schedule never gets there)
PROCEDURE DIVISION USING LoanRecord LS-OriginalValue LS-AsOfDate
        LS-ScheduledBalance LS-Date80 LS-Date78.
    MOVE LoanAmount OF LoanRecord TO WS-Balance.
    MOVE WS-Balance TO LS-ScheduledBalance.
    MOVE ZERO TO LS-Date80.
    MOVE ZERO TO LS-Date78.
    IF LS-OriginalValue = ZERO OR LoanOriginationDate = ZERO
        GOBACK
    END-IF.
    COMPUTE WS-Target80 ROUNDED = LS-OriginalValue * 0.80.
    COMPUTE WS-Target78 ROUNDED = LS-OriginalValue * 0.78.
    IF WS-Balance NOT > WS-Target80
        MOVE LoanOriginationDate TO LS-Date80
    END-IF.
    IF WS-Balance NOT > WS-Target78
        MOVE LoanOriginationDate TO LS-Date78
    END-IF.

    COMPUTE WS-MonthlyRate = (InterestRate OF LoanRecord / 100) / 12.
    PERFORM SET-MONTHLY-PAYMENT.

    MOVE 'N' TO WS-ScheduleDone.
    PERFORM VARYING WS-MonthIdx FROM 1 BY 1
            UNTIL WS-MonthIdx > LoanTerm OF LoanRecord
                OR WS-ScheduleDone = 'Y'
        CALL 'AddMonthsToDate' USING LoanOriginationDate WS-MonthIdx
            WS-PaymentDate
        COMPUTE WS-MonthInterest ROUNDED = WS-Balance * WS-MonthlyRate
        MOVE ZERO TO WS-MonthPrincipal
        IF WS-MonthIdx > InterestOnlyMonths OF LoanRecord
                AND WS-MonthlyPayment > WS-MonthInterest
            COMPUTE WS-MonthPrincipal =
                WS-MonthlyPayment - WS-MonthInterest
        END-IF
        IF WS-MonthPrincipal > WS-Balance
                OR WS-MonthIdx = LoanTerm OF LoanRecord
            MOVE WS-Balance TO WS-MonthPrincipal
        END-IF
        SUBTRACT WS-MonthPrincipal FROM WS-Balance
        IF WS-PaymentDate NOT > LS-AsOfDate
            MOVE WS-Balance TO LS-ScheduledBalance
        END-IF
        IF LS-Date80 = ZERO AND WS-Balance NOT > WS-Target80
            MOVE WS-PaymentDate TO LS-Date80
        END-IF
        IF LS-Date78 = ZERO AND WS-Balance NOT > WS-Target78
            MOVE WS-PaymentDate TO LS-Date78
        END-IF
        IF LS-Date78 NOT = ZERO AND WS-PaymentDate > LS-AsOfDate
            MOVE 'Y' TO WS-ScheduleDone
        END-IF
    END-PERFORM.
    GOBACK.

*> a monthly loan uses its contractual installment; otherwise the
*> monthly payment that amortizes the original amount over the term
*> after any interest-only months, net of any balloon
SET-MONTHLY-PAYMENT.
    IF InstallmentAmount OF LoanRecord > ZERO
            AND (FrequencyMonthly OF LoanRecord
                OR PaymentFrequency OF LoanRecord = SPACES)
        MOVE InstallmentAmount OF LoanRecord TO WS-MonthlyPayment
    ELSE
        MOVE ZERO TO WS-MonthlyPayment
        IF InterestOnlyMonths OF LoanRecord < LoanTerm OF LoanRecord
            COMPUTE WS-AmortTerm = LoanTerm OF LoanRecord
                - InterestOnlyMonths OF LoanRecord
            IF WS-MonthlyRate = ZERO
                COMPUTE WS-MonthlyPayment ROUNDED =
                    (LoanAmount OF LoanRecord
                    - BalloonAmount OF LoanRecord) / WS-AmortTerm
            ELSE
                COMPUTE WS-OnePlusRatePowerN =
                    (1 + WS-MonthlyRate) ** WS-AmortTerm
                COMPUTE WS-MonthlyPayment ROUNDED =
                    (LoanAmount OF LoanRecord * WS-OnePlusRatePowerN
                    - BalloonAmount OF LoanRecord) * WS-MonthlyRate
                    / (WS-OnePlusRatePowerN - 1)
            END-IF
        END-IF
    END-IF.
