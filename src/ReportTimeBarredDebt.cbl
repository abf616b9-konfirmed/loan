IDENTIFICATION DIVISION.
PROGRAM-ID. ReportTimeBarredDebt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY TLSEL.
    COPY LNSEL.
    SELECT TimeBarReportFile ASSIGN TO WS-TimeBarReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TimeBarredDebtFile.
    COPY TLREC.

FD  LoanFile.
    COPY LNREC.

FD  TimeBarReportFile.
01  TimeBarReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-TimeBarredDebtStatus    PIC X(02).
01 WS-LoanFileStatus          PIC X(02).
01 WS-TimeBarReportFileName   PIC X(40).
01 WS-TimeBarEOF              PIC X VALUE 'N'.
01 WS-RunDate                 PIC 9(8).
01 WS-AsOfDate                PIC 9(8).
01 WS-WatchEndDate            PIC 9(8).
01 WS-StillChargedOff         PIC X VALUE 'N'.
01 WS-EventName               PIC X(18).
01 WS-EventDate               PIC 9(8).
01 WS-DaysToGo                PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay             PIC ZZZZ9.
01 WS-BalanceDisplay          PIC ZZZ,ZZZ,ZZ9.99.
01 WS-AccountsReviewed        PIC 9(7) VALUE ZERO.
01 WS-NearingTimeBar          PIC 9(7) VALUE ZERO.
01 WS-NearingReportLimit      PIC 9(7) VALUE ZERO.
01 WS-LinesListed             PIC 9(7) VALUE ZERO.

*> how far ahead (days) to look for a time-barred or reporting-limit
*> date
01 WS-NearingDays             PIC S9(6) VALUE 90.

LINKAGE SECTION.
01 LS-AsOfDate                PIC 9(8).
01 LS-AccountsListed          PIC 9(7).

*> charged-off accounts nearing the end of the state limitations
*> period (after which we may not sue or threaten suit) or the credit
*> reporting limit (after which the tradeline is no longer sent),
*> within the watch window from the as-of date. Accounts since paid,
*> settled or sold are left off. A zero date reports as of the
*> business date
PROCEDURE DIVISION USING LS-AsOfDate LS-AccountsListed.
    DISPLAY 'Listing charged-off accounts nearing time-bar...'.
    MOVE ZERO TO LS-AccountsListed.
    MOVE ZERO TO WS-AccountsReviewed.
    MOVE ZERO TO WS-NearingTimeBar.
    MOVE ZERO TO WS-NearingReportLimit.
    MOVE ZERO TO WS-LinesListed.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.
    CALL 'AdjustDateByDays' USING WS-AsOfDate WS-NearingDays
        WS-WatchEndDate.

    OPEN INPUT TimeBarredDebtFile.
    IF WS-TimeBarredDebtStatus NOT = '00'
        DISPLAY 'No time-barred dates on file. Nothing to report.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.

    MOVE SPACES TO WS-TimeBarReportFileName.
    STRING 'time-barred-watch-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-TimeBarReportFileName.
    OPEN OUTPUT TimeBarReportFile.
    MOVE SPACES TO TimeBarReportLine.
    STRING '=== Charged-Off Accounts Nearing Time-Bar as of ' WS-AsOfDate
        ' through ' WS-WatchEndDate ' (run ' WS-RunDate ') ==='
        DELIMITED BY SIZE INTO TimeBarReportLine.
    WRITE TimeBarReportLine.
    MOVE 'Loan ID St Yrs Charged  1st Delq LastPaid Event              Date     Days Balance Owed'
        TO TimeBarReportLine.
    WRITE TimeBarReportLine.

    MOVE 'N' TO WS-TimeBarEOF.
    PERFORM UNTIL WS-TimeBarEOF = 'Y'
        READ TimeBarredDebtFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-TimeBarEOF
            NOT AT END
                PERFORM CHECK-LOAN-STILL-CHARGED-OFF
                IF WS-StillChargedOff = 'Y'
                    ADD 1 TO WS-AccountsReviewed
                    PERFORM CHECK-TIME-BAR-DATES
                END-IF
    END-PERFORM.
    CLOSE TimeBarredDebtFile.
    CLOSE LoanFile.

    MOVE SPACES TO TimeBarReportLine.
    WRITE TimeBarReportLine.
    MOVE SPACES TO TimeBarReportLine.
    STRING 'Charged-off accounts reviewed: ' WS-AccountsReviewed
        '  Nearing time-bar: ' WS-NearingTimeBar
        '  Nearing reporting limit: ' WS-NearingReportLimit
        DELIMITED BY SIZE INTO TimeBarReportLine.
    WRITE TimeBarReportLine.
    CLOSE TimeBarReportFile.

    MOVE WS-LinesListed TO LS-AccountsListed.
    DISPLAY 'Accounts nearing time-bar: ' WS-NearingTimeBar
        '  nearing reporting limit: ' WS-NearingReportLimit.
    DISPLAY 'Report written to ' WS-TimeBarReportFileName.
    GOBACK.

CHECK-LOAN-STILL-CHARGED-OFF.
    MOVE 'N' TO WS-StillChargedOff.
    MOVE TimeBarLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LoanStatusChargedOff
                MOVE 'Y' TO WS-StillChargedOff
            END-IF
    END-READ.

*> a date already passed is not listed; the account is handled by
*> the letter wording and the bureau extract from then on
CHECK-TIME-BAR-DATES.
    IF TimeBarDate NOT LESS THAN WS-AsOfDate
            AND TimeBarDate NOT GREATER THAN WS-WatchEndDate
        MOVE 'TIME-BARRED' TO WS-EventName
        MOVE TimeBarDate TO WS-EventDate
        ADD 1 TO WS-NearingTimeBar
        PERFORM WRITE-WATCH-LINE
    END-IF.
    IF TimeBarReportLimitDate NOT LESS THAN WS-AsOfDate
            AND TimeBarReportLimitDate NOT GREATER THAN WS-WatchEndDate
        MOVE 'REPORTING LIMIT' TO WS-EventName
        MOVE TimeBarReportLimitDate TO WS-EventDate
        ADD 1 TO WS-NearingReportLimit
        PERFORM WRITE-WATCH-LINE
    END-IF.

WRITE-WATCH-LINE.
    CALL 'DaysBetweenDates' USING WS-AsOfDate WS-EventDate WS-DaysToGo.
    MOVE WS-DaysToGo TO WS-DaysDisplay.
    MOVE TimeBarBalanceOwed TO WS-BalanceDisplay.
    MOVE SPACES TO TimeBarReportLine.
    STRING TimeBarLoanID ' ' TimeBarState ' ' TimeBarLimitYears '  '
        TimeBarChargeOffDate ' ' TimeBarFirstDelinqDate ' '
        TimeBarLastPayDate ' ' WS-EventName ' ' WS-EventDate ' '
        WS-DaysDisplay ' ' WS-BalanceDisplay
        DELIMITED BY SIZE INTO TimeBarReportLine.
    WRITE TimeBarReportLine.
    ADD 1 TO WS-LinesListed.
