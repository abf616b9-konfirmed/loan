IDENTIFICATION DIVISION.
PROGRAM-ID. ReportRiskGradeMigration.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY GMSEL.
    SELECT MigrationReportFile ASSIGN TO WS-MigrationReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  GradeSnapshotFile.
    COPY GMREC.

FD  MigrationReportFile.
01  MigrationReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                         PIC X VALUE 'N'.
01 WS-LoanFileStatus           PIC X(02).
01 WS-GradeSnapshotStatus      PIC X(02).
01 WS-GradeSnapshotFileName    PIC X(40).
01 WS-MigrationReportFileName  PIC X(40).
01 WS-BusinessDate             PIC 9(8).
01 WS-QuarterEnd               PIC 9(8).
01 WS-PriorQuarterEnd          PIC 9(8).
01 WS-CalYear                  PIC 9(4).
01 WS-CalMonth                 PIC 9(2).
01 WS-CalQuarter               PIC 9(1).
01 WS-CalDate                  PIC 9(8).
01 WS-MinusOneDay              PIC S9(6) VALUE -1.
01 WS-LoanFileFound            PIC X VALUE 'Y'.
01 WS-PriorSnapshotFound       PIC X VALUE 'N'.
01 WS-PriorTableFull           PIC X VALUE 'N'.
01 WS-GradeCode                PIC X(04).
01 WS-GradeIdx                 PIC 9(1).
01 WS-RowIdx                   PIC 9(1).
01 WS-ColIdx                   PIC 9(1).
01 WS-PriorIdx                 PIC 9(5).
01 WS-CurrentCount             PIC 9(7) VALUE ZERO.
01 WS-UpgradedBalance          PIC 9(11)V99 VALUE ZERO.
01 WS-DowngradedBalance        PIC 9(11)V99 VALUE ZERO.
01 WS-UnchangedBalance         PIC 9(11)V99 VALUE ZERO.
01 WS-TotalShown               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

*> grade columns in order of increasing risk; a loan with no grade
*> recorded is counted as pass
01 WS-GradeValues              PIC X(24)
        VALUE 'PASSWTCHSPMNSUBSDBTFLOSS'.
01 WS-GradeTable REDEFINES WS-GradeValues.
    05 WS-GradeEntry           PIC X(04) OCCURS 6 TIMES.

*> rows = grade at the prior quarter-end, row 7 = not on the prior
*> snapshot (new); columns = grade at this quarter-end, column 7 = no
*> longer on the books (paid off, charged off, sold), carried at its
*> prior balance
01 WS-MigrationMatrix.
    05 WS-MigrationRow OCCURS 7 TIMES.
        10 WS-MigrationCell OCCURS 7 TIMES.
            15 WS-CellBalance  PIC 9(11)V99.
            15 WS-CellCount    PIC 9(7).
    05 WS-RowBalance           PIC 9(11)V99 OCCURS 7 TIMES.
    05 WS-RowCount             PIC 9(7) OCCURS 7 TIMES.
    05 WS-ColBalance           PIC 9(11)V99 OCCURS 7 TIMES.
    05 WS-ColCount             PIC 9(7) OCCURS 7 TIMES.

01 WS-PriorCount               PIC 9(5) VALUE ZERO.
01 WS-PriorTable.
    05 WS-PriorEntry OCCURS 9999 TIMES.
        10 WS-PriorLoanID      PIC 9(7).
        10 WS-PriorGradeIdx    PIC 9(1).
        10 WS-PriorBalance     PIC 9(9)V99.
        10 WS-PriorMatched     PIC X.

01 WS-MatrixLine.
    05 WS-MatrixLabel          PIC X(06).
    05 WS-MatrixColumn OCCURS 8 TIMES.
        10 FILLER              PIC X(01).
        10 WS-MatrixAmount     PIC ZZ,ZZZ,ZZZ,ZZ9.

LINKAGE SECTION.
01 LS-QuarterEndDate           PIC 9(8).
01 LS-LoansReported            PIC 9(7).

*> quarterly risk grade migration: balances moving between grades from
*> the prior quarter-end to this one. The grade and balance of every
*> open loan are kept in a snapshot per quarter, taken the first time
*> the quarter is reported and reused after that, so a rerun shows the
*> same figures. The nightly batch passes the quarter-end date on the
*> first business day after it; a zero date reports the last quarter
*> ended before the business date
PROCEDURE DIVISION USING LS-QuarterEndDate LS-LoansReported.
    MOVE ZERO TO LS-LoansReported.
    INITIALIZE WS-MigrationMatrix.
    MOVE ZERO TO WS-PriorCount.
    MOVE ZERO TO WS-CurrentCount.
    MOVE ZERO TO WS-UpgradedBalance.
    MOVE ZERO TO WS-DowngradedBalance.
    MOVE ZERO TO WS-UnchangedBalance.
    MOVE 'Y' TO WS-LoanFileFound.
    MOVE 'N' TO WS-PriorSnapshotFound.
    MOVE 'N' TO WS-PriorTableFull.
    CALL 'GetBusinessDate' USING WS-BusinessDate.
    PERFORM SET-QUARTER-DATES.
    IF WS-QuarterEnd > WS-BusinessDate
        DISPLAY 'Quarter ending ' WS-QuarterEnd ' has not ended.'
        GOBACK
    END-IF.

    PERFORM ENSURE-CURRENT-SNAPSHOT.
    IF WS-LoanFileFound = 'N'
        DISPLAY 'No loan file on record. Migration report not produced.'
        GOBACK
    END-IF.
    PERFORM LOAD-PRIOR-SNAPSHOT.
    PERFORM TALLY-CURRENT-SNAPSHOT.
    PERFORM TALLY-EXITED-LOANS.
    PERFORM WRITE-MIGRATION-REPORT.

    MOVE WS-CurrentCount TO LS-LoansReported.
    DISPLAY 'Risk grade migration for quarter ending ' WS-QuarterEnd
        ' written to ' WS-MigrationReportFileName.
    GOBACK.

*> quarter-end given, or the last day of the quarter before the one
*> holding the business date
SET-QUARTER-DATES.
    IF LS-QuarterEndDate = ZERO
        MOVE WS-BusinessDate(1:4) TO WS-CalYear
        MOVE WS-BusinessDate(5:2) TO WS-CalMonth
    ELSE
        MOVE LS-QuarterEndDate(1:4) TO WS-CalYear
        MOVE LS-QuarterEndDate(5:2) TO WS-CalMonth
    END-IF.
    COMPUTE WS-CalQuarter = (WS-CalMonth - 1) / 3.
    COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 1.
    IF LS-QuarterEndDate NOT = ZERO
        ADD 3 TO WS-CalMonth
        IF WS-CalMonth > 12
            MOVE 1 TO WS-CalMonth
            ADD 1 TO WS-CalYear
        END-IF
    END-IF.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-QuarterEnd.
    PERFORM STEP-BACK-ONE-QUARTER.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-PriorQuarterEnd.

STEP-BACK-ONE-QUARTER.
    IF WS-CalMonth < 4
        ADD 9 TO WS-CalMonth
        SUBTRACT 1 FROM WS-CalYear
    ELSE
        SUBTRACT 3 FROM WS-CalMonth
    END-IF.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.

SET-SNAPSHOT-FILE-NAME.
    MOVE SPACES TO WS-GradeSnapshotFileName.
    STRING 'risk-grade-snapshot-' WS-CalDate '.dat'
        DELIMITED BY SIZE INTO WS-GradeSnapshotFileName.

*> the snapshot is written in loan ID order, which the tally relies on
ENSURE-CURRENT-SNAPSHOT.
    MOVE WS-QuarterEnd TO WS-CalDate.
    PERFORM SET-SNAPSHOT-FILE-NAME.
    OPEN INPUT GradeSnapshotFile.
    IF WS-GradeSnapshotStatus = '00'
        CLOSE GradeSnapshotFile
    ELSE
        OPEN INPUT LoanFile
        IF WS-LoanFileStatus NOT = '00'
            MOVE 'N' TO WS-LoanFileFound
        ELSE
            OPEN OUTPUT GradeSnapshotFile
            MOVE 'N' TO EOF
            PERFORM UNTIL EOF = 'Y'
                READ LoanFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO EOF
                    NOT AT END
                        IF LoanStatusActive OR LoanStatusDefaulted
                            MOVE LoanID OF LoanRecord TO SnapLoanID
                            MOVE WS-QuarterEnd TO SnapQuarterEnd
                            MOVE RiskGrade OF LoanRecord TO SnapRiskGrade
                            MOVE OutstandingBalance OF LoanRecord
                                TO SnapBalance
                            WRITE GradeSnapshotRecord
                        END-IF
            END-PERFORM
            CLOSE GradeSnapshotFile
            CLOSE LoanFile
            DISPLAY 'Risk grade snapshot taken for quarter ending '
                WS-QuarterEnd '.'
        END-IF
    END-IF.

LOAD-PRIOR-SNAPSHOT.
    MOVE WS-PriorQuarterEnd TO WS-CalDate.
    PERFORM SET-SNAPSHOT-FILE-NAME.
    OPEN INPUT GradeSnapshotFile.
    IF WS-GradeSnapshotStatus = '00'
        MOVE 'Y' TO WS-PriorSnapshotFound
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ GradeSnapshotFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF WS-PriorCount < 9999
                        ADD 1 TO WS-PriorCount
                        MOVE SnapLoanID TO WS-PriorLoanID(WS-PriorCount)
                        MOVE SnapRiskGrade TO WS-GradeCode
                        PERFORM FIND-GRADE-INDEX
                        MOVE WS-GradeIdx
                            TO WS-PriorGradeIdx(WS-PriorCount)
                        MOVE SnapBalance TO WS-PriorBalance(WS-PriorCount)
                        MOVE 'N' TO WS-PriorMatched(WS-PriorCount)
                    ELSE
                        MOVE 'Y' TO WS-PriorTableFull
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE GradeSnapshotFile
    END-IF.
    IF WS-PriorTableFull = 'Y'
        DISPLAY 'Prior snapshot holds more than 9999 loans; the rest'
        DISPLAY 'are reported as new.'
    END-IF.

FIND-GRADE-INDEX.
    MOVE 1 TO WS-GradeIdx.
    PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 6
        IF WS-GradeEntry(WS-ColIdx) = WS-GradeCode
            MOVE WS-ColIdx TO WS-GradeIdx
        END-IF
    END-PERFORM.

*> both snapshots are in loan ID order, so the prior table is walked
*> forward alongside the current snapshot
TALLY-CURRENT-SNAPSHOT.
    MOVE WS-QuarterEnd TO WS-CalDate.
    PERFORM SET-SNAPSHOT-FILE-NAME.
    MOVE 1 TO WS-PriorIdx.
    OPEN INPUT GradeSnapshotFile.
    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ GradeSnapshotFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                ADD 1 TO WS-CurrentCount
                MOVE SnapRiskGrade TO WS-GradeCode
                PERFORM FIND-GRADE-INDEX
                MOVE WS-GradeIdx TO WS-ColIdx
                PERFORM UNTIL WS-PriorIdx > WS-PriorCount
                        OR WS-PriorLoanID(WS-PriorIdx) >= SnapLoanID
                    ADD 1 TO WS-PriorIdx
                END-PERFORM
                MOVE 7 TO WS-RowIdx
                IF WS-PriorIdx <= WS-PriorCount
                    IF WS-PriorLoanID(WS-PriorIdx) = SnapLoanID
                        MOVE WS-PriorGradeIdx(WS-PriorIdx) TO WS-RowIdx
                        MOVE 'Y' TO WS-PriorMatched(WS-PriorIdx)
                    END-IF
                END-IF
                ADD SnapBalance TO WS-CellBalance(WS-RowIdx, WS-ColIdx)
                ADD 1 TO WS-CellCount(WS-RowIdx, WS-ColIdx)
    END-PERFORM.
    CLOSE GradeSnapshotFile.

TALLY-EXITED-LOANS.
    PERFORM VARYING WS-PriorIdx FROM 1 BY 1
            UNTIL WS-PriorIdx > WS-PriorCount
        IF WS-PriorMatched(WS-PriorIdx) = 'N'
            MOVE WS-PriorGradeIdx(WS-PriorIdx) TO WS-RowIdx
            ADD WS-PriorBalance(WS-PriorIdx)
                TO WS-CellBalance(WS-RowIdx, 7)
            ADD 1 TO WS-CellCount(WS-RowIdx, 7)
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-RowIdx FROM 1 BY 1 UNTIL WS-RowIdx > 7
        PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 7
            ADD WS-CellBalance(WS-RowIdx, WS-ColIdx)
                TO WS-RowBalance(WS-RowIdx)
            ADD WS-CellCount(WS-RowIdx, WS-ColIdx)
                TO WS-RowCount(WS-RowIdx)
            ADD WS-CellBalance(WS-RowIdx, WS-ColIdx)
                TO WS-ColBalance(WS-ColIdx)
            ADD WS-CellCount(WS-RowIdx, WS-ColIdx)
                TO WS-ColCount(WS-ColIdx)
            IF WS-RowIdx < 7 AND WS-ColIdx < 7
                EVALUATE TRUE
                    WHEN WS-RowIdx < WS-ColIdx
                        ADD WS-CellBalance(WS-RowIdx, WS-ColIdx)
                            TO WS-DowngradedBalance
                    WHEN WS-RowIdx > WS-ColIdx
                        ADD WS-CellBalance(WS-RowIdx, WS-ColIdx)
                            TO WS-UpgradedBalance
                    WHEN OTHER
                        ADD WS-CellBalance(WS-RowIdx, WS-ColIdx)
                            TO WS-UnchangedBalance
                END-EVALUATE
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-MIGRATION-REPORT.
    MOVE SPACES TO WS-MigrationReportFileName.
    STRING 'risk-grade-migration-' WS-QuarterEnd '.dat'
        DELIMITED BY SIZE INTO WS-MigrationReportFileName.
    OPEN OUTPUT MigrationReportFile.
    MOVE SPACES TO MigrationReportLine.
    STRING '=== Risk Grade Migration: quarter ending ' WS-QuarterEnd
        ' from ' WS-PriorQuarterEnd ' (run ' WS-BusinessDate ') ==='
        DELIMITED BY SIZE INTO MigrationReportLine.
    WRITE MigrationReportLine.
    IF WS-PriorSnapshotFound = 'N'
        MOVE 'No snapshot for the prior quarter-end; every loan is reported as new.'
            TO MigrationReportLine
        WRITE MigrationReportLine
    END-IF.

    MOVE SPACES TO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE '--- Balances (whole dollars): rows = prior grade, columns = current grade ---'
        TO MigrationReportLine.
    WRITE MigrationReportLine.
    PERFORM WRITE-COLUMN-HEADINGS.
    PERFORM VARYING WS-RowIdx FROM 1 BY 1 UNTIL WS-RowIdx > 7
        PERFORM SET-ROW-LABEL
        PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 7
            MOVE WS-CellBalance(WS-RowIdx, WS-ColIdx)
                TO WS-MatrixAmount(WS-ColIdx)
        END-PERFORM
        MOVE WS-RowBalance(WS-RowIdx) TO WS-MatrixAmount(8)
        MOVE WS-MatrixLine TO MigrationReportLine
        WRITE MigrationReportLine
    END-PERFORM.
    MOVE 'TOTAL' TO WS-MatrixLabel.
    PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 7
        MOVE WS-ColBalance(WS-ColIdx) TO WS-MatrixAmount(WS-ColIdx)
    END-PERFORM.
    MOVE SPACES TO WS-MatrixColumn(8).
    MOVE WS-MatrixLine TO MigrationReportLine.
    WRITE MigrationReportLine.

    MOVE SPACES TO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE '--- Number of loans ---' TO MigrationReportLine.
    WRITE MigrationReportLine.
    PERFORM WRITE-COLUMN-HEADINGS.
    PERFORM VARYING WS-RowIdx FROM 1 BY 1 UNTIL WS-RowIdx > 7
        PERFORM SET-ROW-LABEL
        PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 7
            MOVE WS-CellCount(WS-RowIdx, WS-ColIdx)
                TO WS-MatrixAmount(WS-ColIdx)
        END-PERFORM
        MOVE WS-RowCount(WS-RowIdx) TO WS-MatrixAmount(8)
        MOVE WS-MatrixLine TO MigrationReportLine
        WRITE MigrationReportLine
    END-PERFORM.
    MOVE 'TOTAL' TO WS-MatrixLabel.
    PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 7
        MOVE WS-ColCount(WS-ColIdx) TO WS-MatrixAmount(WS-ColIdx)
    END-PERFORM.
    MOVE SPACES TO WS-MatrixColumn(8).
    MOVE WS-MatrixLine TO MigrationReportLine.
    WRITE MigrationReportLine.

    MOVE SPACES TO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE WS-DowngradedBalance TO WS-TotalShown.
    MOVE SPACES TO MigrationReportLine.
    STRING 'Downgraded: ' WS-TotalShown DELIMITED BY SIZE
        INTO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE WS-UpgradedBalance TO WS-TotalShown.
    MOVE SPACES TO MigrationReportLine.
    STRING 'Upgraded:   ' WS-TotalShown DELIMITED BY SIZE
        INTO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE WS-UnchangedBalance TO WS-TotalShown.
    MOVE SPACES TO MigrationReportLine.
    STRING 'Unchanged:  ' WS-TotalShown DELIMITED BY SIZE
        INTO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE WS-RowBalance(7) TO WS-TotalShown.
    MOVE SPACES TO MigrationReportLine.
    STRING 'New:        ' WS-TotalShown DELIMITED BY SIZE
        INTO MigrationReportLine.
    WRITE MigrationReportLine.
    MOVE WS-ColBalance(7) TO WS-TotalShown.
    MOVE SPACES TO MigrationReportLine.
    STRING 'Exited:     ' WS-TotalShown DELIMITED BY SIZE
        INTO MigrationReportLine.
    WRITE MigrationReportLine.
    CLOSE MigrationReportFile.

WRITE-COLUMN-HEADINGS.
    MOVE 'Fr/To            PASS           WTCH           SPMN           SUBS           DBTF           LOSS           EXIT          TOTAL'
        TO MigrationReportLine.
    WRITE MigrationReportLine.

SET-ROW-LABEL.
    MOVE SPACES TO WS-MatrixLine.
    IF WS-RowIdx = 7
        MOVE 'NEW' TO WS-MatrixLabel
    ELSE
        MOVE WS-GradeEntry(WS-RowIdx) TO WS-MatrixLabel
    END-IF.
