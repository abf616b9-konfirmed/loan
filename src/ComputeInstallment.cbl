IDENTIFICATION DIVISION.
PROGRAM-ID. ComputeInstallment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PRSEL.

DATA DIVISION.
FILE SECTION.
FD  ProductFile.
    COPY PRREC.

WORKING-STORAGE SECTION.
01 WS-ProductFileStatus PIC X(02).
01 WS-ProductFound      PIC X VALUE 'N'.
01 WS-PeriodsPerYear    PIC 9(2).
01 WS-TotalPeriods      PIC 9(4).
01 WS-IOPeriods         PIC 9(4).
01 WS-AmortTerm         PIC 9(4).
01 WS-PeriodRate        PIC 9(3)V9(6).
01 WS-OnePlusRatePowerN PIC 9(3)V9(6).

LINKAGE SECTION.
    COPY LNREC.

*> sets the contractual per-period installment (principal and
*> interest) on the loan, amortized the same way the schedule
*> generator does: the loan's own payment cycle, net of any
*> interest-only period and balloon. A precomputed loan spreads the
*> gross balance evenly; a revolving line has no fixed installment,
*> so it is left at zero and every payment starts a new cycle
PROCEDURE DIVISION USING LoanRecord.
    MOVE ZERO TO InstallmentAmount OF LoanRecord.
    PERFORM LOOKUP-PRODUCT.
    IF WS-ProductFound = 'Y' AND ProductRevolving
        GOBACK
    END-IF.

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
    COMPUTE WS-TotalPeriods =
        (LoanTerm OF LoanRecord * WS-PeriodsPerYear) / 12.
    COMPUTE WS-IOPeriods =
        (InterestOnlyMonths OF LoanRecord * WS-PeriodsPerYear) / 12.
    IF WS-IOPeriods >= WS-TotalPeriods
        MOVE ZERO TO WS-AmortTerm
    ELSE
        COMPUTE WS-AmortTerm = WS-TotalPeriods - WS-IOPeriods
    END-IF.
    IF WS-AmortTerm = ZERO
        GOBACK
    END-IF.

    IF WS-ProductFound = 'Y' AND MethodPrecomputed
        COMPUTE InstallmentAmount OF LoanRecord ROUNDED =
            OutstandingBalance OF LoanRecord / WS-AmortTerm
        GOBACK
    END-IF.

    COMPUTE WS-PeriodRate =
        (InterestRate OF LoanRecord / 100) / WS-PeriodsPerYear.
    IF WS-PeriodRate = ZERO
        COMPUTE InstallmentAmount OF LoanRecord ROUNDED =
            (LoanAmount OF LoanRecord - BalloonAmount OF LoanRecord)
            / WS-AmortTerm
    ELSE
        COMPUTE WS-OnePlusRatePowerN =
            (1 + WS-PeriodRate) ** WS-AmortTerm
        COMPUTE InstallmentAmount OF LoanRecord ROUNDED =
            (LoanAmount OF LoanRecord * WS-OnePlusRatePowerN
            - BalloonAmount OF LoanRecord) * WS-PeriodRate
            / (WS-OnePlusRatePowerN - 1)
    END-IF.
    GOBACK.

LOOKUP-PRODUCT.
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
