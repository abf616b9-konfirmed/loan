    COPY LNSEL.
    COPY MSSEL.
    COPY PRSEL.
    COPY PCSEL.

DATA DIVISION.
FILE SECTION.
FD  ProductFile.
    COPY PRREC.

FD  PeriodControlFile.
    COPY PCREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-LoanFileStatus     PIC X(02).
01 WS-DayCount30360 PIC X VALUE 'N'.
01 WS-SnapshotFileName   PIC X(30).
01 WS-SnapshotDate       PIC 9(8).
01 WS-SnapshotDateParts REDEFINES WS-SnapshotDate.
    05 WS-SnapshotYearMonth PIC 9(6).
    05 WS-SnapshotDay       PIC 9(2).
01 WS-DaysAccrued        PIC 9(5).
01 WS-DaysAccruedSigned  PIC S9(6).
01 WS-DailyRate          PIC 9(3)V9(9).
01 WS-AccruedInterest    PIC 9(9)V99.
01 WS-LoanCount          PIC 9(7) VALUE ZERO.
01 WS-PeriodControlStatus PIC X(02).
01 WS-TodayDate          PIC 9(8).
01 WS-HomeCompany        PIC X(04).

LINKAGE SECTION.
01 LS-SnapshotDate       PIC 9(8).
01 LS-LoansSnapshotted   PIC 9(7).

*> the nightly batch passes the snapshot date when the month-end
*> schedule falls due; a zero date prompts for it. Every loan is
*> stamped with its company, so the one snapshot serves both the
*> consolidated and the per-company month-end figures
PROCEDURE DIVISION USING LS-SnapshotDate LS-LoansSnapshotted.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-LoanCount.
    IF LS-SnapshotDate = ZERO
        DISPLAY 'Enter Month-End Snapshot Date (YYYYMMDD): '
        ACCEPT WS-SnapshotDate
        PERFORM UNTIL WS-SnapshotDate NUMERIC
            DISPLAY 'Invalid input. Enter numeric Snapshot Date (YYYYMMDD): '
            ACCEPT WS-SnapshotDate
        END-PERFORM
    ELSE
        MOVE LS-SnapshotDate TO WS-SnapshotDate
    END-IF.

    STRING 'month-end-snapshot-' WS-SnapshotDate '.dat' DELIMITED BY SIZE
        INTO WS-SnapshotFileName.
    CALL 'GetHomeCompany' USING WS-HomeCompany.
    OPEN OUTPUT MonthEndSnapshotFile.
    OPEN INPUT LoanFile.


    DISPLAY 'Loans snapshotted: ' WS-LoanCount.
    DISPLAY 'Month-end snapshot written to ' WS-SnapshotFileName.
    PERFORM CLOSE-ACCOUNTING-PERIOD.
    MOVE WS-LoanCount TO LS-LoansSnapshotted.
    GOBACK.

*> once the snapshot has gone to finance the month is closed, so no
*> posting can change the numbers it reported. Closing again after a
*> reopen clears the reopen from the morning report
CLOSE-ACCOUNTING-PERIOD.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    OPEN I-O PeriodControlFile.
    IF WS-PeriodControlStatus = '35'
        OPEN OUTPUT PeriodControlFile
        CLOSE PeriodControlFile
        OPEN I-O PeriodControlFile
    END-IF.
    MOVE WS-SnapshotYearMonth TO PeriodYearMonth.
    READ PeriodControlFile
        INVALID KEY
            MOVE ZERO TO PeriodReopenedDate
            MOVE SPACES TO PeriodReopenedBy
            MOVE SPACES TO PeriodReopenReason
            SET PeriodClosed TO TRUE
            MOVE WS-TodayDate TO PeriodClosedDate
            MOVE 'MonthEndClose' TO PeriodClosedBy
            WRITE PeriodControlRecord
        NOT INVALID KEY
            SET PeriodClosed TO TRUE
            MOVE WS-TodayDate TO PeriodClosedDate
            MOVE 'MonthEndClose' TO PeriodClosedBy
            REWRITE PeriodControlRecord
    END-READ.
    CLOSE PeriodControlFile.
    DISPLAY 'Accounting period ' WS-SnapshotYearMonth
        ' closed to postings.'.

WRITE-SNAPSHOT-RECORD.
    IF LoanStatusActive
    MOVE ProductCode OF LoanRecord TO MSProductCode.
    MOVE BranchCode OF LoanRecord  TO MSBranchCode.
    MOVE NextPaymentDueDate        TO MSNextPaymentDueDate.
    IF LoanCompanyCode OF LoanRecord = SPACES
        MOVE WS-HomeCompany TO MSCompanyCode
    ELSE
        MOVE LoanCompanyCode OF LoanRecord TO MSCompanyCode
    END-IF.
    WRITE MonthEndSnapshotRecord.
    ADD 1 TO WS-LoanCount.

