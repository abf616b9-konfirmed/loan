IDENTIFICATION DIVISION.
PROGRAM-ID. ReportStaleChecks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KRSEL.
    SELECT StaleReportFile ASSIGN TO WS-StaleReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CheckRegisterFile.
    COPY KRREC.

FD  StaleReportFile.
01  StaleReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CheckRegisterStatus  PIC X(02).
01 WS-StaleReportFileName  PIC X(40).
01 WS-RegisterEOF          PIC X VALUE 'N'.
01 WS-RunDate              PIC 9(8).
01 WS-AsOfDate             PIC 9(8).
01 WS-DaysOutstanding      PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay          PIC ZZZZ9.
01 WS-AgeBucket            PIC X(04).
01 WS-Over90Count          PIC 9(7) VALUE ZERO.
01 WS-Over90Amount         PIC 9(11)V99 VALUE ZERO.
01 WS-Over180Count         PIC 9(7) VALUE ZERO.
01 WS-Over180Amount        PIC 9(11)V99 VALUE ZERO.
01 WS-OutstandingCount     PIC 9(7) VALUE ZERO.
01 WS-OutstandingAmount    PIC 9(11)V99 VALUE ZERO.

*> days outstanding at which a check is reported as stale, and at
*> which it should be voided and either reissued or held for
*> escheatment
01 WS-StaleDays            PIC 9(5) VALUE 90.
01 WS-VoidDays             PIC 9(5) VALUE 180.

LINKAGE SECTION.
01 LS-AsOfDate             PIC 9(8).
01 LS-ChecksReported       PIC 9(7).

*> stale-dated checks: every check still outstanding on the register
*> more than 90 days after issue, with those past 180 days marked for
*> void. A zero date reports as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ChecksReported.
    DISPLAY 'Building stale-dated check report...'.
    MOVE ZERO TO LS-ChecksReported.
    MOVE ZERO TO WS-Over90Count.
    MOVE ZERO TO WS-Over90Amount.
    MOVE ZERO TO WS-Over180Count.
    MOVE ZERO TO WS-Over180Amount.
    MOVE ZERO TO WS-OutstandingCount.
    MOVE ZERO TO WS-OutstandingAmount.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT CheckRegisterFile.
    IF WS-CheckRegisterStatus NOT = '00'
        DISPLAY 'No check register on file. Nothing to report.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-StaleReportFileName.
    STRING 'stale-checks-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-StaleReportFileName.
    OPEN OUTPUT StaleReportFile.
    MOVE SPACES TO StaleReportLine.
    STRING '=== Stale-Dated Checks as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO StaleReportLine.
    WRITE StaleReportLine.
    MOVE SPACES TO StaleReportLine.
    WRITE StaleReportLine.
    MOVE 'Check No Loan ID Issued   Source   Payee                               Amount  Days Age'
        TO StaleReportLine.
    WRITE StaleReportLine.

    MOVE 'N' TO WS-RegisterEOF.
    MOVE ZERO TO CheckNumber.
    START CheckRegisterFile KEY IS NOT LESS THAN CheckNumber
        INVALID KEY
            MOVE 'Y' TO WS-RegisterEOF
    END-START.
    PERFORM UNTIL WS-RegisterEOF = 'Y'
        READ CheckRegisterFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-RegisterEOF
            NOT AT END
                IF CheckOutstanding
                        AND CheckIssueDate NOT GREATER THAN WS-AsOfDate
                    PERFORM AGE-OUTSTANDING-CHECK
                END-IF
    END-PERFORM.

    MOVE SPACES TO StaleReportLine.
    WRITE StaleReportLine.
    MOVE SPACES TO StaleReportLine.
    STRING 'Checks outstanding: ' WS-OutstandingCount
        '  Amount: ' WS-OutstandingAmount
        DELIMITED BY SIZE INTO StaleReportLine.
    WRITE StaleReportLine.
    MOVE SPACES TO StaleReportLine.
    STRING 'Over ' WS-StaleDays ' days: ' WS-Over90Count
        '  Amount: ' WS-Over90Amount
        DELIMITED BY SIZE INTO StaleReportLine.
    WRITE StaleReportLine.
    MOVE SPACES TO StaleReportLine.
    STRING 'Over ' WS-VoidDays ' days: ' WS-Over180Count
        '  Amount: ' WS-Over180Amount
        '  (void and reissue, or hold for escheatment)'
        DELIMITED BY SIZE INTO StaleReportLine.
    WRITE StaleReportLine.
    CLOSE StaleReportFile.
    CLOSE CheckRegisterFile.

    MOVE WS-Over90Count TO LS-ChecksReported.
    DISPLAY 'Checks over ' WS-StaleDays ' days: ' WS-Over90Count
        '  over ' WS-VoidDays ' days: ' WS-Over180Count.
    DISPLAY 'Stale check report written to ' WS-StaleReportFileName.
    GOBACK.

*> the over-90 totals include the over-180 items
AGE-OUTSTANDING-CHECK.
    ADD 1 TO WS-OutstandingCount.
    ADD CheckAmount TO WS-OutstandingAmount.
    CALL 'DaysBetweenDates' USING CheckIssueDate WS-AsOfDate
        WS-DaysOutstanding.
    IF WS-DaysOutstanding > WS-StaleDays
        MOVE '90+ ' TO WS-AgeBucket
        ADD 1 TO WS-Over90Count
        ADD CheckAmount TO WS-Over90Amount
        IF WS-DaysOutstanding > WS-VoidDays
            MOVE '180+' TO WS-AgeBucket
            ADD 1 TO WS-Over180Count
            ADD CheckAmount TO WS-Over180Amount
        END-IF
        MOVE WS-DaysOutstanding TO WS-DaysDisplay
        MOVE SPACES TO StaleReportLine
        STRING CheckNumber ' ' CheckLoanID ' ' CheckIssueDate ' '
            CheckSource ' ' CheckPayee ' ' CheckAmount ' '
            WS-DaysDisplay ' ' WS-AgeBucket
            DELIMITED BY SIZE INTO StaleReportLine
        WRITE StaleReportLine
    END-IF.
