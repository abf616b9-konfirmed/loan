IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainLimitationsPeriods.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SOSEL.
    COPY TLSEL.

DATA DIVISION.
FILE SECTION.
FD  StateLimitationsFile.
    COPY SOREC.

FD  TimeBarredDebtFile.
    COPY TLREC.

WORKING-STORAGE SECTION.
01 WS-StateLimitationsStatus PIC X(02).
01 WS-TimeBarredDebtStatus   PIC X(02).
01 WS-StateEOF               PIC X VALUE 'N'.
01 WS-Choice                 PIC 9.
01 WS-TodayDate              PIC 9(8).
01 WS-EntryState             PIC X(02).
01 WS-EntryYears             PIC 9(2).
01 WS-LookupLoanID           PIC 9(7).
01 WS-StatesShown            PIC 9(5) VALUE ZERO.
01 WS-AsOfDate               PIC 9(8) VALUE ZERO.
01 WS-LoansComputed          PIC 9(7) VALUE ZERO.
01 WS-AccountsListed         PIC 9(7) VALUE ZERO.
01 WS-TimeBarred             PIC X VALUE 'N'.
01 WS-PastReportingLimit     PIC X VALUE 'N'.
01 WS-TimeBarDate            PIC 9(8).
01 WS-BalanceOwed            PIC 9(9)V99.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the statute-of-limitations period on written debt for each state,
*> in years, from which each charged-off loan's time-barred date is
*> worked out. A state not on the table takes the default period set
*> in ComputeTimeBarredDates. The nightly recompute, a loan's dates
*> and the watch report of accounts nearing time-bar are run from here
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.

    DISPLAY '--- Statute of Limitations ---'.
    DISPLAY '1. Set State Limitations Period'.
    DISPLAY '2. List State Limitations Periods'.
    DISPLAY '3. Recompute Time-Barred Dates'.
    DISPLAY '4. Display Time-Barred Status for a Loan'.
    DISPLAY '5. Accounts Nearing Time-Bar Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM SET-STATE-PERIOD
        WHEN 2
            PERFORM LIST-STATE-PERIODS
        WHEN 3
            CALL 'ComputeTimeBarredDates' USING WS-LoansComputed
        WHEN 4
            PERFORM DISPLAY-LOAN-TIME-BAR
        WHEN 5
            MOVE ZERO TO WS-AsOfDate
            CALL 'ReportTimeBarredDebt' USING WS-AsOfDate
                WS-AccountsListed
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

*> a changed period takes effect on the next recompute of the
*> time-barred dates
SET-STATE-PERIOD.
    DISPLAY 'Enter State Code (e.g., OH): '.
    ACCEPT WS-EntryState.
    PERFORM UNTIL WS-EntryState NOT = SPACES
        DISPLAY 'Invalid input. State Code cannot be blank: '
        ACCEPT WS-EntryState
    END-PERFORM.
    DISPLAY 'Enter Limitations Period in Years (1-30): '.
    ACCEPT WS-EntryYears.
    PERFORM UNTIL WS-EntryYears NUMERIC
            AND WS-EntryYears > ZERO AND WS-EntryYears NOT > 30
        DISPLAY 'Invalid input. Enter a number of years from 1 to 30: '
        ACCEPT WS-EntryYears
    END-PERFORM.
    PERFORM OPEN-STATE-FILE.
    MOVE WS-EntryState TO SolState.
    READ StateLimitationsFile
        INVALID KEY
            PERFORM MOVE-STATE-FIELDS
            WRITE StateLimitationsRecord
            DISPLAY 'Limitations period added for ' SolState '.'
        NOT INVALID KEY
            DISPLAY 'Period was ' SolYears ' year(s).'
            PERFORM MOVE-STATE-FIELDS
            REWRITE StateLimitationsRecord
            DISPLAY 'Limitations period updated for ' SolState '.'
    END-READ.
    CLOSE StateLimitationsFile.

MOVE-STATE-FIELDS.
    MOVE WS-EntryState TO SolState.
    MOVE WS-EntryYears TO SolYears.
    MOVE WS-TodayDate TO SolUpdatedDate.
    MOVE LS-UserID TO SolUpdatedBy.

LIST-STATE-PERIODS.
    MOVE ZERO TO WS-StatesShown.
    OPEN INPUT StateLimitationsFile.
    IF WS-StateLimitationsStatus NOT = '00'
        DISPLAY 'No state limitations periods on file.'
    ELSE
        MOVE 'N' TO WS-StateEOF
        PERFORM UNTIL WS-StateEOF = 'Y'
            READ StateLimitationsFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-StateEOF
                NOT AT END
                    ADD 1 TO WS-StatesShown
                    DISPLAY SolState ' ' SolYears ' year(s)  set '
                        SolUpdatedDate ' by ' SolUpdatedBy
        END-PERFORM
        CLOSE StateLimitationsFile
        IF WS-StatesShown = ZERO
            DISPLAY 'No state limitations periods on file.'
        END-IF
    END-IF.

DISPLAY-LOAN-TIME-BAR.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    OPEN INPUT TimeBarredDebtFile.
    IF WS-TimeBarredDebtStatus NOT = '00'
        DISPLAY 'No time-barred dates on file.'
    ELSE
        MOVE WS-LookupLoanID TO TimeBarLoanID
        READ TimeBarredDebtFile
            INVALID KEY
                DISPLAY 'No time-barred dates for that loan.'
                DISPLAY 'Only charged-off loans are tracked.'
            NOT INVALID KEY
                DISPLAY 'State: ' TimeBarState '  Period: '
                    TimeBarLimitYears ' year(s)'
                DISPLAY 'Charged Off: ' TimeBarChargeOffDate
                    '  First Delinquency: ' TimeBarFirstDelinqDate
                DISPLAY 'Last Payment: ' TimeBarLastPayDate
                DISPLAY 'Time-Barred Date: ' TimeBarDate
                DISPLAY 'Reporting Limit Date: ' TimeBarReportLimitDate
                DISPLAY 'Balance Owed: ' TimeBarBalanceOwed
                DISPLAY 'Computed: ' TimeBarComputedDate
        END-READ
        CLOSE TimeBarredDebtFile
        CALL 'CheckTimeBarredDebt' USING WS-LookupLoanID
            WS-TodayDate WS-TimeBarred WS-PastReportingLimit
            WS-TimeBarDate WS-BalanceOwed
        IF WS-TimeBarred = 'Y'
            DISPLAY '*** Debt is time-barred: no suit or threat of suit ***'
        END-IF
        IF WS-PastReportingLimit = 'Y'
            DISPLAY '*** Past the credit reporting limit ***'
        END-IF
    END-IF.

OPEN-STATE-FILE.
    OPEN I-O StateLimitationsFile.
    IF WS-StateLimitationsStatus = '35'
        OPEN OUTPUT StateLimitationsFile
        CLOSE StateLimitationsFile
        OPEN I-O StateLimitationsFile
    END-IF.
