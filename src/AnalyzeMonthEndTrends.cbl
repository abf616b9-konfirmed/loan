    05 PriorProductCode         PIC X(04).
    05 PriorBranchCode          PIC X(04).
    05 PriorNextPaymentDueDate  PIC 9(8).
    05 PriorCompanyCode         PIC X(04).

FD  CurrentSnapshotFile.
    COPY MSREC.
01 WS-ColIdx              PIC 9(1).
01 WS-BucketLabel         PIC X(04).
01 WS-RowLabel            PIC X(04).
01 WS-SelectedCompany     PIC X(04).
01 WS-HomeCompany         PIC X(04).
01 WS-RecordCompany       PIC X(04).
01 WS-InCompany           PIC X VALUE 'Y'.

*> roll-rate matrix: rows = prior bucket, columns = current bucket;
*> bucket 1 = current, 2 = 30, 3 = 60, 4 = 90, 5 = 120+, column 6 =
        10 WS-BranchPriorBalance PIC 9(13)V99.
        10 WS-BranchCurrBalance  PIC 9(13)V99.

*> the analysis covers one company or, with no company given, all of
*> them consolidated. Snapshots taken before loans carried a company
*> count as the home company's
PROCEDURE DIVISION.
    DISPLAY 'Enter Company Code (spaces for consolidated): '.
    ACCEPT WS-SelectedCompany.
    CALL 'GetHomeCompany' USING WS-HomeCompany.
    DISPLAY 'Enter Prior Snapshot Date (YYYYMMDD): '.
    ACCEPT WS-PriorDate.
    PERFORM UNTIL WS-PriorDate NUMERIC AND WS-PriorDate > ZERO
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                MOVE PriorCompanyCode TO WS-RecordCompany
                PERFORM CHECK-RECORD-COMPANY
                IF WS-InCompany = 'Y'
                    PERFORM ANALYZE-PRIOR-LOAN
                END-IF
    END-PERFORM.
    CLOSE PriorSnapshotFile.

    PERFORM TALLY-CURRENT-GROWTH.

    IF WS-SelectedCompany = SPACES
        STRING 'trend-analysis-' WS-CurrentDate '.dat' DELIMITED BY SIZE
            INTO WS-ReportFileName
    ELSE
        STRING 'trend-analysis-' DELIMITED BY SIZE
            WS-SelectedCompany DELIMITED BY SPACE
            '-' WS-CurrentDate '.dat' DELIMITED BY SIZE
            INTO WS-ReportFileName
    END-IF.
    OPEN OUTPUT TrendReportFile.
    PERFORM WRITE-GROWTH-SECTIONS.
    PERFORM WRITE-ROLL-RATE-MATRIX.
    DISPLAY 'Trend analysis written to ' WS-ReportFileName.
    STOP RUN.

CHECK-RECORD-COMPANY.
    MOVE 'Y' TO WS-InCompany.
    IF WS-SelectedCompany NOT = SPACES
        IF WS-RecordCompany = SPACES
            MOVE WS-HomeCompany TO WS-RecordCompany
        END-IF
        IF WS-RecordCompany NOT = WS-SelectedCompany
            MOVE 'N' TO WS-InCompany
        END-IF
    END-IF.

ANALYZE-PRIOR-LOAN.
    PERFORM BUCKET-PRIOR-LOAN.
    PERFORM FIND-LOAN-ON-CURRENT-SNAPSHOT.
                AT END
                    MOVE 'Y' TO WS-CurrEOF
                NOT AT END
                    MOVE MSCompanyCode TO WS-RecordCompany
                    PERFORM CHECK-RECORD-COMPANY
                    IF WS-InCompany = 'Y'
                        PERFORM TALLY-ONE-CURRENT-RECORD
                    END-IF
        END-PERFORM
        CLOSE CurrentSnapshotFile
    END-IF.

WRITE-GROWTH-SECTIONS.
    MOVE SPACES TO TrendReportLine.
    IF WS-SelectedCompany = SPACES
        STRING 'Portfolio Trend: ' WS-PriorDate ' to ' WS-CurrentDate
            '  Consolidated' DELIMITED BY SIZE INTO TrendReportLine
    ELSE
        STRING 'Portfolio Trend: ' WS-PriorDate ' to ' WS-CurrentDate
            '  Company ' WS-SelectedCompany
            DELIMITED BY SIZE INTO TrendReportLine
    END-IF.
    WRITE TrendReportLine.
    DISPLAY TrendReportLine.

