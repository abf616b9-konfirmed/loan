IDENTIFICATION DIVISION.
PROGRAM-ID. AmortizeDeferredFees.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DFSEL.
    COPY LNSEL.
    SELECT AmortReportFile ASSIGN TO WS-AmortReportName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DeferredFeeFile.
    COPY DFREC.

FD  LoanFile.
    COPY LNREC.

FD  AmortReportFile.
01  AmortReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-DeferredFeeStatus      PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-AmortReportName        PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-PeriodsDue             PIC X VALUE 'N'.
01 WS-NextPeriod             PIC 9(4).
01 WS-DueDate                PIC 9(8).
01 WS-NoteMonthlyRate        PIC 9V9(9).
01 WS-NoteInterest           PIC 9(9)V99.
01 WS-EffectiveInterest      PIC S9(9)V99.
01 WS-SchedulePrincipal      PIC 9(9)V99.
01 WS-CarryingAmount         PIC S9(11)V99.
01 WS-PeriodAmount           PIC S9(9)V99.
01 WS-RunAmount              PIC S9(9)V99.
01 WS-PeriodsThisRun         PIC 9(3).
01 WS-CloseReason            PIC X(12).
01 WS-ActionShown            PIC X(12).
01 WS-AmountShown            PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-RemainingShown         PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-RateShown              PIC Z9.999999.
01 WS-AdjDebitAccount        PIC X(10).
01 WS-AdjCreditAccount       PIC X(10).
01 WS-AdjAmount              PIC 9(11)V99.
01 WS-AdjSource              PIC X(10).
01 WS-LoansAmortized         PIC 9(7) VALUE ZERO.
01 WS-LoansClosedOut         PIC 9(7) VALUE ZERO.
01 WS-LoansSuspended         PIC 9(7) VALUE ZERO.
01 WS-TotalRecognized        PIC S9(11)V99 VALUE ZERO.
01 WS-TotalShown             PIC -Z,ZZZ,ZZZ,ZZ9.99.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-ItemsProcessed         PIC 9(7).

*> monthly amortization of net deferred origination fees and costs by
*> the effective-interest method. For each scheduled payment date
*> reached since the last run, the period's effective interest (the
*> carrying amount, scheduled principal less net fees unrecognized,
*> at the loan's effective yield) less its interest at the note rate
*> is recognized, and the schedule is stepped on by one payment; the
*> last scheduled payment recognizes what is left. A loan on
*> non-accrual is not amortized while it stays there. A loan no
*> longer active (paid off, charged off, sold, settled or taken to
*> REO) recognizes its whole remaining balance and its deferral is
*> closed. Each loan's amount goes to the GL against interest income
*> and is listed on the amortization report. A zero date runs as of
*> the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ItemsProcessed.
    DISPLAY 'Amortizing deferred loan fees and costs...'.
    MOVE ZERO TO LS-ItemsProcessed.
    MOVE ZERO TO WS-LoansAmortized.
    MOVE ZERO TO WS-LoansClosedOut.
    MOVE ZERO TO WS-LoansSuspended.
    MOVE ZERO TO WS-TotalRecognized.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN I-O DeferredFeeFile.
    IF WS-DeferredFeeStatus NOT = '00'
        DISPLAY 'No deferred fees or costs on file. Nothing to amortize.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. Nothing to amortize.'
        CLOSE DeferredFeeFile
        GOBACK
    END-IF.

    MOVE SPACES TO WS-AmortReportName.
    STRING 'deferred-fees-' WS-AsOfDate '.dat' DELIMITED BY SIZE
        INTO WS-AmortReportName.
    OPEN OUTPUT AmortReportFile.
    MOVE SPACES TO AmortReportLine.
    STRING '=== Deferred Fee and Cost Amortization as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO AmortReportLine.
    WRITE AmortReportLine.
    MOVE 'Loan ID Action       Periods   Recognized Now     Unamortized  Eff. Rate  Fees Deferred  Costs Deferred'
        TO AmortReportLine.
    WRITE AmortReportLine.

    PERFORM UNTIL EOF = 'Y'
        READ DeferredFeeFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF DeferredActive
                    PERFORM PROCESS-DEFERRAL
                END-IF
    END-PERFORM.

    MOVE SPACES TO AmortReportLine.
    WRITE AmortReportLine.
    MOVE WS-TotalRecognized TO WS-TotalShown.
    MOVE SPACES TO AmortReportLine.
    STRING 'Loans amortized: ' WS-LoansAmortized
        '  Recognized in full: ' WS-LoansClosedOut
        '  Non-accrual, suspended: ' WS-LoansSuspended
        '  Net recognized: ' WS-TotalShown
        DELIMITED BY SIZE INTO AmortReportLine.
    WRITE AmortReportLine.
    CLOSE AmortReportFile.
    CLOSE DeferredFeeFile.
    CLOSE LoanFile.

    COMPUTE LS-ItemsProcessed = WS-LoansAmortized + WS-LoansClosedOut.
    DISPLAY 'Loans amortized: ' WS-LoansAmortized.
    DISPLAY 'Loans recognized in full on closing: ' WS-LoansClosedOut.
    DISPLAY 'Loans suspended on non-accrual: ' WS-LoansSuspended.
    DISPLAY 'Amortization report written to ' WS-AmortReportName.
    GOBACK.

PROCESS-DEFERRAL.
    MOVE 'N' TO WS-LoanFound.
    MOVE DeferredLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Deferral for Loan ID ' DeferredLoanID
                ' has no loan on file; skipped.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'Y'
        IF NOT LoanStatusActive
            PERFORM CLOSE-OUT-DEFERRAL
        ELSE
            IF AccrualStatusNonAccrual OF LoanRecord
                ADD 1 TO WS-LoansSuspended
            ELSE
                PERFORM AMORTIZE-PERIODS-DUE
            END-IF
        END-IF
    END-IF.

AMORTIZE-PERIODS-DUE.
    MOVE ZERO TO WS-RunAmount.
    MOVE ZERO TO WS-PeriodsThisRun.
    COMPUTE WS-NoteMonthlyRate = DeferredNoteRate / 1200.
    MOVE 'Y' TO WS-PeriodsDue.
    PERFORM UNTIL WS-PeriodsDue = 'N'
        IF DeferredPeriodsDone NOT < DeferredTermMonths
            MOVE 'N' TO WS-PeriodsDue
        ELSE
            COMPUTE WS-NextPeriod = DeferredPeriodsDone + 1
            CALL 'AddMonthsToDate' USING DeferredStartDate
                WS-NextPeriod WS-DueDate
            IF WS-DueDate > WS-AsOfDate
                MOVE 'N' TO WS-PeriodsDue
            ELSE
                PERFORM AMORTIZE-ONE-PERIOD
            END-IF
        END-IF
    END-PERFORM.
    IF WS-PeriodsThisRun > ZERO
        MOVE WS-AsOfDate TO DeferredLastAmortDate
        IF DeferredPeriodsDone NOT < DeferredTermMonths
            SET DeferredClosed TO TRUE
            MOVE 'AMORTIZED' TO DeferredClosedReason
            MOVE WS-AsOfDate TO DeferredClosedDate
        END-IF
        REWRITE DeferredFeeRecord
        MOVE 'FEE-AMORT' TO WS-AdjSource
        PERFORM POST-RECOGNITION
        MOVE 'AMORTIZED' TO WS-ActionShown
        PERFORM WRITE-REPORT-LINE
        ADD 1 TO WS-LoansAmortized
    END-IF.

*> effective interest less note interest for one scheduled payment,
*> never more than is left to recognize nor the wrong way
AMORTIZE-ONE-PERIOD.
    COMPUTE WS-NoteInterest ROUNDED =
        DeferredScheduleBalance * WS-NoteMonthlyRate.
    COMPUTE WS-CarryingAmount =
        DeferredScheduleBalance - DeferredUnamortized.
    COMPUTE WS-EffectiveInterest ROUNDED =
        WS-CarryingAmount * DeferredEffectiveRate.
    COMPUTE WS-PeriodAmount = WS-EffectiveInterest - WS-NoteInterest.

    MOVE ZERO TO WS-SchedulePrincipal.
    IF WS-NextPeriod > DeferredIOMonths
            AND DeferredMonthlyPayment > WS-NoteInterest
        COMPUTE WS-SchedulePrincipal =
            DeferredMonthlyPayment - WS-NoteInterest
    END-IF.
    IF WS-SchedulePrincipal > DeferredScheduleBalance
            OR WS-NextPeriod = DeferredTermMonths
        MOVE DeferredScheduleBalance TO WS-SchedulePrincipal
    END-IF.
    SUBTRACT WS-SchedulePrincipal FROM DeferredScheduleBalance.
    MOVE WS-NextPeriod TO DeferredPeriodsDone.

    IF DeferredPeriodsDone NOT < DeferredTermMonths
            OR DeferredScheduleBalance = ZERO
        MOVE DeferredUnamortized TO WS-PeriodAmount
        MOVE DeferredTermMonths TO DeferredPeriodsDone
    ELSE
        IF DeferredUnamortized > ZERO
            IF WS-PeriodAmount > DeferredUnamortized
                MOVE DeferredUnamortized TO WS-PeriodAmount
            END-IF
            IF WS-PeriodAmount < ZERO
                MOVE ZERO TO WS-PeriodAmount
            END-IF
        ELSE
            IF WS-PeriodAmount < DeferredUnamortized
                MOVE DeferredUnamortized TO WS-PeriodAmount
            END-IF
            IF WS-PeriodAmount > ZERO
                MOVE ZERO TO WS-PeriodAmount
            END-IF
        END-IF
    END-IF.
    SUBTRACT WS-PeriodAmount FROM DeferredUnamortized.
    ADD WS-PeriodAmount TO DeferredRecognized.
    ADD WS-PeriodAmount TO WS-RunAmount.
    ADD 1 TO WS-PeriodsThisRun.

CLOSE-OUT-DEFERRAL.
    EVALUATE TRUE
        WHEN LoanStatusPaidOff
            MOVE 'PAYOFF' TO WS-CloseReason
        WHEN LoanStatusChargedOff
            MOVE 'CHARGE-OFF' TO WS-CloseReason
        WHEN LoanStatusSold
            MOVE 'SALE' TO WS-CloseReason
        WHEN OTHER
            MOVE LoanStatus TO WS-CloseReason
    END-EVALUATE.
    MOVE DeferredUnamortized TO WS-RunAmount.
    ADD DeferredUnamortized TO DeferredRecognized.
    MOVE ZERO TO DeferredUnamortized.
    SET DeferredClosed TO TRUE.
    MOVE WS-CloseReason TO DeferredClosedReason.
    MOVE WS-AsOfDate TO DeferredClosedDate.
    MOVE WS-AsOfDate TO DeferredLastAmortDate.
    REWRITE DeferredFeeRecord.
    MOVE 'FEE-ACCEL' TO WS-AdjSource.
    PERFORM POST-RECOGNITION.
    MOVE WS-CloseReason TO WS-ActionShown.
    PERFORM WRITE-REPORT-LINE.
    ADD 1 TO WS-LoansClosedOut.

*> net fees recognized are interest income; net costs reduce it
POST-RECOGNITION.
    IF WS-RunAmount > ZERO
        MOVE 'DEF-FEECST' TO WS-AdjDebitAccount
        MOVE 'INT-INCOM ' TO WS-AdjCreditAccount
        MOVE WS-RunAmount TO WS-AdjAmount
    ELSE
        MOVE 'INT-INCOM ' TO WS-AdjDebitAccount
        MOVE 'DEF-FEECST' TO WS-AdjCreditAccount
        COMPUTE WS-AdjAmount = ZERO - WS-RunAmount
    END-IF.
    IF WS-AdjAmount > ZERO
        CALL 'WriteGLAdjustment' USING WS-AsOfDate DeferredLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    ADD WS-RunAmount TO WS-TotalRecognized.

WRITE-REPORT-LINE.
    MOVE WS-RunAmount TO WS-AmountShown.
    MOVE DeferredUnamortized TO WS-RemainingShown.
    COMPUTE WS-RateShown = DeferredEffectiveRate * 1200.
    MOVE SPACES TO AmortReportLine.
    STRING DeferredLoanID ' ' WS-ActionShown ' ' DeferredPeriodsDone
        '/' DeferredTermMonths ' ' WS-AmountShown ' '
        WS-RemainingShown ' ' WS-RateShown ' ' DeferredFeeTotal ' '
        DeferredCostTotal
        DELIMITED BY SIZE INTO AmortReportLine.
    WRITE AmortReportLine.
