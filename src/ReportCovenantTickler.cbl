IDENTIFICATION DIVISION.
PROGRAM-ID. ReportCovenantTickler.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KNSEL.
    COPY LNSEL.
    SELECT TicklerReportFile ASSIGN TO WS-TicklerReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CovenantFile.
    COPY KNREC.

FD  LoanFile.
    COPY LNREC.

FD  TicklerReportFile.
01  TicklerReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CovenantEOF            PIC X VALUE 'N'.
01 WS-CovenantFileStatus     PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-TicklerReportFileName  PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-LoanFileOpen           PIC X VALUE 'N'.
01 WS-BorrowerName           PIC X(30).
01 WS-StatementDueDate       PIC 9(8).
01 WS-GraceDelta             PIC S9(6).
01 WS-DaysOverdue            PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay            PIC -(5)9.
01 WS-OverdueCount           PIC 9(7) VALUE ZERO.
01 WS-BreachCount            PIC 9(7) VALUE ZERO.
01 WS-WaivedCount            PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-ItemsReported          PIC 9(7).

*> the covenant tickler: active covenants whose statements are past
*> the delivery date, then covenants whose last test was a breach,
*> each showing whether the breach was waived, when and by whom. The
*> nightly batch passes its due date; a zero date reports as of the
*> business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ItemsReported.
    DISPLAY 'Building covenant tickler...'.
    MOVE ZERO TO LS-ItemsReported.
    MOVE ZERO TO WS-OverdueCount.
    MOVE ZERO TO WS-BreachCount.
    MOVE ZERO TO WS-WaivedCount.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT CovenantFile.
    IF WS-CovenantFileStatus NOT = '00'
        DISPLAY 'No covenants on file. Nothing to report.'
        GOBACK
    END-IF.
    MOVE 'N' TO WS-LoanFileOpen.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE 'Y' TO WS-LoanFileOpen
    END-IF.

    MOVE SPACES TO WS-TicklerReportFileName.
    STRING 'covenant-tickler-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-TicklerReportFileName.
    OPEN OUTPUT TicklerReportFile.
    MOVE SPACES TO TicklerReportLine.
    STRING '=== Covenant Tickler as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO TicklerReportLine.
    WRITE TicklerReportLine.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'STATEMENTS OVERDUE' TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'Cov.   Loan ID Borrower                       Type Freq Period End Due Date  Days Over'
        TO TicklerReportLine.
    WRITE TicklerReportLine.
    PERFORM START-COVENANT-SCAN.
    PERFORM UNTIL WS-CovenantEOF = 'Y'
        READ CovenantFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CovenantEOF
            NOT AT END
                IF CovenantActive
                    PERFORM CHECK-STATEMENT-OVERDUE
                END-IF
    END-PERFORM.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'COVENANTS IN BREACH' TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'Cov.   Loan ID Borrower                       Type      Threshold         Actual Period End Waiver'
        TO TicklerReportLine.
    WRITE TicklerReportLine.
    PERFORM START-COVENANT-SCAN.
    PERFORM UNTIL WS-CovenantEOF = 'Y'
        READ CovenantFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CovenantEOF
            NOT AT END
                IF CovenantActive AND CovenantBreached
                    PERFORM WRITE-BREACH-LINE
                END-IF
    END-PERFORM.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE SPACES TO TicklerReportLine.
    STRING 'Statements overdue: ' WS-OverdueCount
        '  In breach: ' WS-BreachCount
        '  Waived: ' WS-WaivedCount
        DELIMITED BY SIZE INTO TicklerReportLine.
    WRITE TicklerReportLine.
    CLOSE TicklerReportFile.
    CLOSE CovenantFile.
    IF WS-LoanFileOpen = 'Y'
        CLOSE LoanFile
    END-IF.

    COMPUTE LS-ItemsReported = WS-OverdueCount + WS-BreachCount.
    DISPLAY 'Statements overdue: ' WS-OverdueCount
        '  Covenants in breach: ' WS-BreachCount.
    DISPLAY 'Covenant tickler written to ' WS-TicklerReportFileName.
    GOBACK.

START-COVENANT-SCAN.
    MOVE 'N' TO WS-CovenantEOF.
    MOVE ZERO TO CovenantID.
    START CovenantFile KEY IS NOT LESS THAN CovenantID
        INVALID KEY
            MOVE 'Y' TO WS-CovenantEOF
    END-START.

CHECK-STATEMENT-OVERDUE.
    MOVE CovenantGraceDays TO WS-GraceDelta.
    CALL 'AdjustDateByDays' USING CovenantNextPeriodEnd WS-GraceDelta
        WS-StatementDueDate.
    IF WS-AsOfDate > WS-StatementDueDate
        CALL 'DaysBetweenDates' USING WS-StatementDueDate WS-AsOfDate
            WS-DaysOverdue
        MOVE WS-DaysOverdue TO WS-DaysDisplay
        PERFORM LOOKUP-BORROWER-NAME
        MOVE SPACES TO TicklerReportLine
        STRING CovenantID ' ' CovenantLoanID ' ' WS-BorrowerName ' '
            CovenantType '  ' CovenantFrequency '   '
            CovenantNextPeriodEnd '    ' WS-StatementDueDate ' '
            WS-DaysDisplay DELIMITED BY SIZE INTO TicklerReportLine
        WRITE TicklerReportLine
        ADD 1 TO WS-OverdueCount
    END-IF.

*> a waiver counts only against the period it was granted for
WRITE-BREACH-LINE.
    PERFORM LOOKUP-BORROWER-NAME.
    MOVE SPACES TO TicklerReportLine.
    IF CovenantWaiverPeriodEnd = CovenantLastPeriodEnd
        STRING CovenantID ' ' CovenantLoanID ' ' WS-BorrowerName ' '
            CovenantType ' ' CovenantThreshold ' ' CovenantLastActual
            ' ' CovenantLastPeriodEnd '    WAIVED ' CovenantWaiverDate
            ' BY ' CovenantWaiverBy DELIMITED BY SIZE
            INTO TicklerReportLine
        WRITE TicklerReportLine
        MOVE SPACES TO TicklerReportLine
        STRING '         Waiver reason: ' CovenantWaiverReason
            DELIMITED BY SIZE INTO TicklerReportLine
        WRITE TicklerReportLine
        ADD 1 TO WS-WaivedCount
    ELSE
        STRING CovenantID ' ' CovenantLoanID ' ' WS-BorrowerName ' '
            CovenantType ' ' CovenantThreshold ' ' CovenantLastActual
            ' ' CovenantLastPeriodEnd '    NOT WAIVED'
            DELIMITED BY SIZE INTO TicklerReportLine
        WRITE TicklerReportLine
    END-IF.
    ADD 1 TO WS-BreachCount.

LOOKUP-BORROWER-NAME.
    MOVE SPACES TO WS-BorrowerName.
    IF WS-LoanFileOpen = 'Y'
        MOVE CovenantLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                MOVE 'LOAN NOT ON FILE' TO WS-BorrowerName
            NOT INVALID KEY
                MOVE BorrowerName OF LoanRecord TO WS-BorrowerName
        END-READ
    END-IF.
