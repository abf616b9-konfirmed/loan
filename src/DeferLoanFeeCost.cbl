IDENTIFICATION DIVISION.
PROGRAM-ID. DeferLoanFeeCost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DFSEL.

DATA DIVISION.
FILE SECTION.
FD  DeferredFeeFile.
    COPY DFREC.

WORKING-STORAGE SECTION.
01 WS-DeferredFeeStatus    PIC X(02).
01 WS-DeferralOnFile       PIC X VALUE 'N'.
01 WS-ElapsedMonths        PIC 9(4).
01 WS-MonthIdx             PIC 9(4).
01 WS-DueDate              PIC 9(8).
01 WS-CountDone            PIC X VALUE 'N'.
01 WS-PrincipalBalance     PIC S9(9)V99.
01 WS-AmortTerm            PIC 9(4).
01 WS-BalloonAmount        PIC 9(9)V99.
01 WS-NoteMonthlyRate      PIC 9V9(9).
01 WS-OnePlusRatePowerN    PIC 9(3)V9(9).
01 WS-RemainingPeriods     PIC 9(4).
01 WS-CarryingAmount       PIC S9(11)V99.
01 WS-TrialRate            PIC 9V9(12).
01 WS-LowRate              PIC 9V9(12).
01 WS-HighRate             PIC 9V9(12).
01 WS-Iteration            PIC 9(3).
01 WS-PresentValue         PIC 9(11)V9(6).
01 WS-DiscountFactor       PIC 9V9(15).
01 WS-TrialBalance         PIC 9(9)V99.
01 WS-TrialInterest        PIC 9(9)V99.
01 WS-TrialPrincipal       PIC 9(9)V99.
01 WS-TrialPayment         PIC 9(9)V99.
01 WS-PeriodIdx            PIC 9(4).

*> the effective monthly yield is searched for between zero and this
*> ceiling, halving the interval this many times
01 WS-YieldCeiling         PIC 9V9(12) VALUE 0.05.
01 WS-YieldIterations      PIC 9(3) VALUE 40.

LINKAGE SECTION.
    COPY LNREC.
01 LS-Date                 PIC 9(8).
01 LS-FeeAmount            PIC 9(9)V99.
01 LS-CostAmount           PIC 9(9)V99.

*> adds origination fees and direct origination costs to the loan's
*> deferred fee and cost record, to be recognized over the life of
*> the loan by the effective-interest method rather than on the day
*> they are booked. The first deferral on a loan (or the first after
*> an earlier one was recognized in full) fixes the amortization
*> schedule from that date: the principal, remaining term,
*> interest-only months, note rate and monthly payment. The effective
*> monthly yield is then solved, from where the schedule stands, as
*> the rate that discounts the remaining scheduled payments to the
*> carrying amount, the scheduled principal less the net fees still
*> unrecognized. The caller books the fee or cost itself to the GL
PROCEDURE DIVISION USING LoanRecord LS-Date LS-FeeAmount
        LS-CostAmount.
    OPEN I-O DeferredFeeFile.
    IF WS-DeferredFeeStatus = '35'
        OPEN OUTPUT DeferredFeeFile
        CLOSE DeferredFeeFile
        OPEN I-O DeferredFeeFile
    END-IF.

    MOVE 'N' TO WS-DeferralOnFile.
    MOVE LoanID OF LoanRecord TO DeferredLoanID.
    READ DeferredFeeFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-DeferralOnFile
    END-READ.
    IF WS-DeferralOnFile = 'N' OR DeferredClosed
        PERFORM START-NEW-DEFERRAL
    END-IF.

    ADD LS-FeeAmount  TO DeferredFeeTotal.
    ADD LS-CostAmount TO DeferredCostTotal.
    COMPUTE DeferredUnamortized =
        DeferredUnamortized + LS-FeeAmount - LS-CostAmount.
    PERFORM SOLVE-EFFECTIVE-YIELD.

    IF WS-DeferralOnFile = 'Y'
        REWRITE DeferredFeeRecord
    ELSE
        WRITE DeferredFeeRecord
    END-IF.
    CLOSE DeferredFeeFile.
    GOBACK.

*> a deferral at origination runs from the origination date over the
*> full term; one begun later runs from the last scheduled payment
*> date on or before it, over the months then left
START-NEW-DEFERRAL.
    INITIALIZE DeferredFeeRecord.
    MOVE LoanID OF LoanRecord TO DeferredLoanID.
    SET DeferredActive TO TRUE.
    MOVE InterestRate OF LoanRecord TO DeferredNoteRate.
    IF LoanOriginationDate = ZERO
            OR LS-Date NOT > LoanOriginationDate
        IF LoanOriginationDate = ZERO
            MOVE LS-Date TO DeferredStartDate
        ELSE
            MOVE LoanOriginationDate TO DeferredStartDate
        END-IF
        MOVE LoanTerm OF LoanRecord TO DeferredTermMonths
        MOVE InterestOnlyMonths OF LoanRecord TO DeferredIOMonths
        MOVE LoanAmount OF LoanRecord TO DeferredScheduleBalance
    ELSE
        PERFORM COUNT-ELAPSED-MONTHS
        CALL 'AddMonthsToDate' USING LoanOriginationDate
            WS-ElapsedMonths DeferredStartDate
        COMPUTE DeferredTermMonths =
            LoanTerm OF LoanRecord - WS-ElapsedMonths
        IF InterestOnlyMonths OF LoanRecord > WS-ElapsedMonths
            COMPUTE DeferredIOMonths =
                InterestOnlyMonths OF LoanRecord - WS-ElapsedMonths
        ELSE
            MOVE ZERO TO DeferredIOMonths
        END-IF
        COMPUTE WS-PrincipalBalance = OutstandingBalance OF LoanRecord
            - UnpaidFeeBalance OF LoanRecord
        IF WS-PrincipalBalance < ZERO
            MOVE ZERO TO WS-PrincipalBalance
        END-IF
        MOVE WS-PrincipalBalance TO DeferredScheduleBalance
    END-IF.
    PERFORM SET-MONTHLY-PAYMENT.

COUNT-ELAPSED-MONTHS.
    MOVE ZERO TO WS-ElapsedMonths.
    MOVE 'N' TO WS-CountDone.
    PERFORM VARYING WS-MonthIdx FROM 1 BY 1
            UNTIL WS-MonthIdx > LoanTerm OF LoanRecord
                OR WS-CountDone = 'Y'
        CALL 'AddMonthsToDate' USING LoanOriginationDate WS-MonthIdx
            WS-DueDate
        IF WS-DueDate > LS-Date
            MOVE 'Y' TO WS-CountDone
        ELSE
            MOVE WS-MonthIdx TO WS-ElapsedMonths
        END-IF
    END-PERFORM.

*> the level monthly payment that amortizes the scheduled principal
*> over the months after any interest-only period, net of a balloon
SET-MONTHLY-PAYMENT.
    MOVE ZERO TO DeferredMonthlyPayment.
    MOVE BalloonAmount OF LoanRecord TO WS-BalloonAmount.
    IF WS-BalloonAmount > DeferredScheduleBalance
        MOVE ZERO TO WS-BalloonAmount
    END-IF.
    COMPUTE WS-NoteMonthlyRate = DeferredNoteRate / 1200.
    IF DeferredIOMonths < DeferredTermMonths
        COMPUTE WS-AmortTerm = DeferredTermMonths - DeferredIOMonths
        IF WS-NoteMonthlyRate = ZERO
            COMPUTE DeferredMonthlyPayment ROUNDED =
                (DeferredScheduleBalance - WS-BalloonAmount)
                / WS-AmortTerm
        ELSE
            COMPUTE WS-OnePlusRatePowerN =
                (1 + WS-NoteMonthlyRate) ** WS-AmortTerm
            COMPUTE DeferredMonthlyPayment ROUNDED =
                (DeferredScheduleBalance * WS-OnePlusRatePowerN
                - WS-BalloonAmount) * WS-NoteMonthlyRate
                / (WS-OnePlusRatePowerN - 1)
        END-IF
    END-IF.

*> the yield is found by halving: a trial rate whose present value
*> of the remaining payments is above the carrying amount is too low
SOLVE-EFFECTIVE-YIELD.
    COMPUTE WS-NoteMonthlyRate = DeferredNoteRate / 1200.
    MOVE WS-NoteMonthlyRate TO DeferredEffectiveRate.
    IF DeferredTermMonths > DeferredPeriodsDone
        COMPUTE WS-RemainingPeriods =
            DeferredTermMonths - DeferredPeriodsDone
    ELSE
        MOVE ZERO TO WS-RemainingPeriods
    END-IF.
    COMPUTE WS-CarryingAmount =
        DeferredScheduleBalance - DeferredUnamortized.
    IF WS-RemainingPeriods > ZERO AND DeferredScheduleBalance > ZERO
            AND DeferredUnamortized NOT = ZERO
            AND WS-CarryingAmount > ZERO
        MOVE ZERO TO WS-TrialRate
        PERFORM PRESENT-VALUE-AT-TRIAL-RATE
        IF WS-PresentValue NOT > WS-CarryingAmount
            MOVE ZERO TO DeferredEffectiveRate
        ELSE
            MOVE ZERO TO WS-LowRate
            MOVE WS-YieldCeiling TO WS-HighRate
            PERFORM VARYING WS-Iteration FROM 1 BY 1
                    UNTIL WS-Iteration > WS-YieldIterations
                COMPUTE WS-TrialRate = (WS-LowRate + WS-HighRate) / 2
                PERFORM PRESENT-VALUE-AT-TRIAL-RATE
                IF WS-PresentValue > WS-CarryingAmount
                    MOVE WS-TrialRate TO WS-LowRate
                ELSE
                    MOVE WS-TrialRate TO WS-HighRate
                END-IF
            END-PERFORM
            COMPUTE DeferredEffectiveRate ROUNDED =
                (WS-LowRate + WS-HighRate) / 2
        END-IF
    END-IF.

PRESENT-VALUE-AT-TRIAL-RATE.
    MOVE ZERO TO WS-PresentValue.
    MOVE 1 TO WS-DiscountFactor.
    MOVE DeferredScheduleBalance TO WS-TrialBalance.
    PERFORM VARYING WS-PeriodIdx FROM 1 BY 1
            UNTIL WS-PeriodIdx > WS-RemainingPeriods
        COMPUTE WS-TrialInterest ROUNDED =
            WS-TrialBalance * WS-NoteMonthlyRate
        MOVE ZERO TO WS-TrialPrincipal
        IF DeferredPeriodsDone + WS-PeriodIdx > DeferredIOMonths
                AND DeferredMonthlyPayment > WS-TrialInterest
            COMPUTE WS-TrialPrincipal =
                DeferredMonthlyPayment - WS-TrialInterest
        END-IF
        IF WS-TrialPrincipal > WS-TrialBalance
                OR WS-PeriodIdx = WS-RemainingPeriods
            MOVE WS-TrialBalance TO WS-TrialPrincipal
        END-IF
        COMPUTE WS-TrialPayment = WS-TrialInterest + WS-TrialPrincipal
        SUBTRACT WS-TrialPrincipal FROM WS-TrialBalance
        COMPUTE WS-DiscountFactor = WS-DiscountFactor / (1 + WS-TrialRate)
        COMPUTE WS-PresentValue =
            WS-PresentValue + WS-TrialPayment * WS-DiscountFactor
    END-PERFORM.
