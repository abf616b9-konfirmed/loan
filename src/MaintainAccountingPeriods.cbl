IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainAccountingPeriods.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PCSEL.

DATA DIVISION.
FILE SECTION.
FD  PeriodControlFile.
    COPY PCREC.

WORKING-STORAGE SECTION.
01 EOF                    PIC X VALUE 'N'.
01 WS-PeriodControlStatus PIC X(02).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-YearMonth           PIC 9(6).
01 WS-YearMonthParts REDEFINES WS-YearMonth.
    05 WS-Year            PIC 9(4).
    05 WS-Month           PIC 9(2).
01 WS-ReopenReason        PIC X(30).
01 WS-OverrideDetail      PIC X(30).
01 WS-AuthorizedBy        PIC X(20).
01 WS-OverrideGranted     PIC X VALUE 'N'.
01 WS-PeriodCount         PIC 9(5) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the accounting period control: month-end close marks each month
*> CLOSED and postings dated into it are refused or carried to the
*> open period. A month can be closed here ahead of the batch, and a
*> closed month reopened only under supervisor authority; a reopened
*> month is flagged on the morning operations report until closed
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.

    DISPLAY '--- Accounting Period Control ---'.
    DISPLAY '1. List Accounting Periods'.
    DISPLAY '2. Close Accounting Period'.
    DISPLAY '3. Reopen Accounting Period'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM LIST-PERIODS
        WHEN 2
            PERFORM ACCEPT-YEAR-MONTH
            PERFORM CLOSE-PERIOD
        WHEN 3
            PERFORM ACCEPT-YEAR-MONTH
            PERFORM REOPEN-PERIOD
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ACCEPT-YEAR-MONTH.
    DISPLAY 'Enter Accounting Period (YYYYMM): '.
    ACCEPT WS-YearMonth.
    PERFORM UNTIL WS-YearMonth NUMERIC
            AND WS-Month >= 1 AND WS-Month <= 12
        DISPLAY 'Invalid input. Enter a valid Accounting Period (YYYYMM): '
        ACCEPT WS-YearMonth
    END-PERFORM.

LIST-PERIODS.
    MOVE ZERO TO WS-PeriodCount.
    OPEN INPUT PeriodControlFile.
    IF WS-PeriodControlStatus NOT = '00'
        DISPLAY 'No accounting period has been closed.'
    ELSE
        DISPLAY 'Period Status   Closed   By                   '
            'Reopened By                   Reason'
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ PeriodControlFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    ADD 1 TO WS-PeriodCount
                    DISPLAY PeriodYearMonth ' ' PeriodStatus ' '
                        PeriodClosedDate ' ' PeriodClosedBy ' '
                        PeriodReopenedDate ' ' PeriodReopenedBy ' '
                        PeriodReopenReason
        END-PERFORM
        CLOSE PeriodControlFile
        IF WS-PeriodCount = ZERO
            DISPLAY 'No accounting period has been closed.'
        END-IF
    END-IF.

CLOSE-PERIOD.
    PERFORM OPEN-PERIOD-FILE.
    MOVE WS-YearMonth TO PeriodYearMonth.
    READ PeriodControlFile
        INVALID KEY
            MOVE ZERO TO PeriodReopenedDate
            MOVE SPACES TO PeriodReopenedBy
            MOVE SPACES TO PeriodReopenReason
            SET PeriodClosed TO TRUE
            MOVE WS-TodayDate TO PeriodClosedDate
            MOVE LS-UserID TO PeriodClosedBy
            WRITE PeriodControlRecord
            DISPLAY 'Accounting period ' WS-YearMonth ' CLOSED.'
        NOT INVALID KEY
            IF PeriodClosed
                DISPLAY 'Accounting period ' WS-YearMonth
                    ' is already closed.'
            ELSE
                SET PeriodClosed TO TRUE
                MOVE WS-TodayDate TO PeriodClosedDate
                MOVE LS-UserID TO PeriodClosedBy
                REWRITE PeriodControlRecord
                DISPLAY 'Accounting period ' WS-YearMonth ' CLOSED.'
            END-IF
    END-READ.
    CLOSE PeriodControlFile.

*> reopening changes numbers already reported to finance, so it takes
*> a supervisor's authority and a reason; the override is written to
*> the audit log under the supervisor who granted it
REOPEN-PERIOD.
    PERFORM OPEN-PERIOD-FILE.
    MOVE WS-YearMonth TO PeriodYearMonth.
    READ PeriodControlFile
        INVALID KEY
            DISPLAY 'Accounting period ' WS-YearMonth
                ' has not been closed.'
        NOT INVALID KEY
            IF NOT PeriodClosed
                DISPLAY 'Accounting period ' WS-YearMonth
                    ' is not closed (status ' PeriodStatus ').'
            ELSE
                PERFORM AUTHORIZE-REOPEN
            END-IF
    END-READ.
    CLOSE PeriodControlFile.

AUTHORIZE-REOPEN.
    DISPLAY 'Enter Reason for Reopening: '.
    ACCEPT WS-ReopenReason.
    PERFORM UNTIL WS-ReopenReason NOT = SPACES
        DISPLAY 'Invalid input. Enter a Reason for Reopening: '
        ACCEPT WS-ReopenReason
    END-PERFORM.
    MOVE SPACES TO WS-OverrideDetail.
    STRING 'REOPEN PERIOD ' WS-YearMonth
        DELIMITED BY SIZE INTO WS-OverrideDetail.
    CALL 'AuthorizeSupervisorOverride' USING LS-UserID
        WS-OverrideDetail WS-AuthorizedBy WS-OverrideGranted.
    IF WS-OverrideGranted = 'Y'
        SET PeriodReopened TO TRUE
        MOVE WS-TodayDate TO PeriodReopenedDate
        MOVE WS-AuthorizedBy TO PeriodReopenedBy
        MOVE WS-ReopenReason TO PeriodReopenReason
        REWRITE PeriodControlRecord
        DISPLAY 'Accounting period ' WS-YearMonth ' REOPENED.'
        DISPLAY 'Close it again once the corrections are posted.'
    ELSE
        DISPLAY 'Reopen not authorized. Period remains closed.'
    END-IF.

OPEN-PERIOD-FILE.
    OPEN I-O PeriodControlFile.
    IF WS-PeriodControlStatus = '35'
        OPEN OUTPUT PeriodControlFile
        CLOSE PeriodControlFile
        OPEN I-O PeriodControlFile
    END-IF.
