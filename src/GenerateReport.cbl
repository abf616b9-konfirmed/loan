INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RDSEL.
    SELECT CsvFile ASSIGN TO WS-CSVFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SpoolFile ASSIGN TO WS-SpoolFileName
FD  LoanFile.
    COPY LNREC.

FD  ReportDefFile.
    COPY RDREC.

FD  CsvFile.
01  CsvRecord PIC X(200).

01 WS-Bucket90Balance  PIC 9(11)V99 VALUE ZERO.
01 WS-Bucket120Count   PIC 9(5) VALUE ZERO.
01 WS-Bucket120Balance PIC 9(11)V99 VALUE ZERO.
01 WS-MaturedCount     PIC 9(5) VALUE ZERO.
01 WS-MaturedBalance   PIC 9(11)V99 VALUE ZERO.
01 WS-MaturityDate     PIC 9(8).
01 WS-TermMonths       PIC 9(4).
01 WS-ExportChoice   PIC X VALUE 'N'.
    88 WS-ExportToCSV VALUE 'Y' 'y'.
01 WS-CSVFileName    PIC X(30).
01 WS-PageNumber      PIC 9(5) VALUE ZERO.
01 WS-LinesOnPage     PIC 9(3) VALUE ZERO.
01 WS-LinesPerPage    PIC 9(3) VALUE 55.
01 WS-SpoolColumnHeading PIC X(132).

*> saved report definitions, run one at a time from the menu or every
*> one marked for the nightly run from the batch
01 WS-ReportDefStatus     PIC X(02).
01 WS-ReportDefEOF        PIC X VALUE 'N'.
01 WS-SavedReportID       PIC X(08).
01 WS-SavedReportsRun     PIC 9(5) VALUE ZERO.
01 WS-SavedReportCSV      PIC X VALUE 'N'.
01 WS-LoanSelected        PIC X VALUE 'N'.
01 WS-DaysPastDue         PIC 9(5).
01 WS-ColumnIdx           PIC 9(2).
01 WS-ColumnCode          PIC X(02).
01 WS-ColumnText          PIC X(30).
01 WS-ColumnWork          PIC X(30).
01 WS-ColumnWidth         PIC 9(2).
01 WS-ColumnHeading       PIC X(20).
01 WS-LeadingSpaces       PIC 9(2).
01 WS-FormatForCSV        PIC X VALUE 'N'.
01 WS-LinePtr             PIC 9(3).
01 WS-AmountShown         PIC ZZZ,ZZZ,ZZ9.99.
01 WS-CsvAmountShown      PIC Z(8)9.99.
01 WS-RateShown           PIC Z9.99.
01 WS-DaysShown           PIC ZZZZ9.
01 WS-CurrentBreak        PIC X(30).
01 WS-BreakCount          PIC 9(7) VALUE ZERO.
01 WS-BreakBalance        PIC 9(11)V99 VALUE ZERO.
01 WS-AdHocCount          PIC 9(5) VALUE ZERO.
01 WS-AdHocIdx            PIC 9(5).
01 WS-AdHocJdx            PIC 9(5).
01 WS-AdHocTableFull      PIC X VALUE 'N'.
01 WS-AdHocSwapNeeded     PIC X VALUE 'N'.
01 WS-AdHocSwap           PIC X(67).
*> loans one saved report can list
01 WS-AdHocMaxEntries     PIC 9(5) VALUE 5000.
01 WS-AdHocTable.
    05 WS-AdHocEntry OCCURS 5000 TIMES.
        10 WS-AdHocBreakKey  PIC X(30).
        10 WS-AdHocSortKey   PIC X(30).
        10 WS-AdHocLoanID    PIC 9(7).

*> the company reported on; spaces is every company consolidated
01 WS-ReportCompany       PIC X(04) VALUE SPACES.
01 WS-EntitlementCompany  PIC X(04).
01 WS-CompanyAllowed      PIC X(01).
01 WS-HomeCompany         PIC X(04).
01 WS-LoanCompany         PIC X(04).
01 WS-InReportCompany     PIC X VALUE 'Y'.

LINKAGE SECTION.
01 LS-BatchChoice PIC 9.
01 LS-UserID      PIC X(20).

*> a report asked for from the menu covers the one company chosen or,
*> left blank, all companies consolidated, as the user is entitled.
*> The nightly run reports consolidated; a saved definition can name
*> its own company
PROCEDURE DIVISION USING LS-BatchChoice LS-UserID.
    MOVE 'N' TO EOF.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    CALL 'GetHomeCompany' USING WS-HomeCompany.
    MOVE SPACES TO WS-ReportCompany.

    IF LS-BatchChoice = ZERO
        DISPLAY '--- Generate Report ---'
        DISPLAY '5. Portfolio by Branch'
        DISPLAY '6. Portfolio by Loan Officer'
        DISPLAY '7. Start-of-Day Summary'
        DISPLAY '8. Saved Report Definition'
        DISPLAY 'Please enter your choice: '
        ACCEPT WS-ReportChoice
        DISPLAY 'Export this report to CSV? (Y/N): '
        ACCEPT WS-ExportChoice
        DISPLAY 'Enter Company Code (spaces for consolidated): '
        ACCEPT WS-ReportCompany
        IF WS-ReportCompany = SPACES
            MOVE '****' TO WS-EntitlementCompany
        ELSE
            MOVE WS-ReportCompany TO WS-EntitlementCompany
        END-IF
        CALL 'CheckCompanyEntitlement' USING LS-UserID
            WS-EntitlementCompany WS-CompanyAllowed
        IF WS-CompanyAllowed = 'N'
            DISPLAY 'You are not entitled to company '
                WS-EntitlementCompany '. No report produced.'
            GOBACK
        END-IF
    ELSE
        MOVE LS-BatchChoice TO WS-ReportChoice
        MOVE 'N' TO WS-ExportChoice
            PERFORM REPORT-BY-LOAN-OFFICER
        WHEN 7
            PERFORM REPORT-SUMMARY
        WHEN 8
            PERFORM REPORT-SAVED-DEFINITIONS
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    DISPLAY 'Loan ID: ' LoanID
                    DISPLAY 'Borrower Name: ' BorrowerName
                    DISPLAY 'Outstanding Balance: ' OutstandingBalance ' ' CurrencyCode
                    DISPLAY 'Loan Status: ' LoanStatus
                    ADD 1 TO WS-ReportLoanCount
                    CALL 'GetExchangeRate' USING CurrencyCode OF LoanRecord
                        WS-TodayDate WS-RateToBase WS-RateDate
                    IF WS-RateToBase = ZERO
                        MOVE 1 TO WS-RateToBase
                    END-IF
                    COMPUTE WS-BaseEquivalent ROUNDED =
                        OutstandingBalance * WS-RateToBase
                    ADD WS-BaseEquivalent TO WS-ReportBalanceTotal
                    MOVE SPACES TO WS-SpoolDetail
                    STRING LoanID DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        BorrowerName DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        OutstandingBalance DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        CurrencyCode DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        LoanStatus DELIMITED BY SIZE
                        INTO WS-SpoolDetail
                    PERFORM WRITE-SPOOL-LINE
                    IF WS-ExportToCSV
                        MOVE OutstandingBalance TO WS-CSVBalance
                        MOVE LoanID TO WS-CSVLoanID
                        STRING WS-CSVLoanID DELIMITED BY SIZE
                            ',' DELIMITED BY SIZE
                            BorrowerName DELIMITED BY SIZE
                            ',' DELIMITED BY SIZE
                            WS-CSVBalance DELIMITED BY SIZE
                            ',' DELIMITED BY SIZE
                            CurrencyCode DELIMITED BY SIZE
                            ',' DELIMITED BY SIZE
                            LoanStatus DELIMITED BY SIZE
                            INTO CsvRecord
                        WRITE CsvRecord
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    MOVE ZERO TO WS-NameMatchCount
                    MOVE ZERO TO WS-CoNameMatchCount
                    INSPECT BorrowerName TALLYING WS-NameMatchCount
                        FOR ALL WS-BorrowerName(1:WS-SearchLen)
                    INSPECT CoBorrowerName TALLYING WS-CoNameMatchCount
                        FOR ALL WS-BorrowerName(1:WS-SearchLen)
                    IF WS-NameMatchCount > ZERO
                       OR WS-CoNameMatchCount > ZERO
                        DISPLAY 'Loan ID: ' LoanID
                        DISPLAY 'Outstanding Balance: ' OutstandingBalance
                        ADD 1 TO WS-ReportLoanCount
                        CALL 'GetExchangeRate' USING
                            CurrencyCode OF LoanRecord
                            WS-TodayDate WS-RateToBase WS-RateDate
                        IF WS-RateToBase = ZERO
                            MOVE 1 TO WS-RateToBase
                        END-IF
                        COMPUTE WS-BaseEquivalent ROUNDED =
                            OutstandingBalance * WS-RateToBase
                        ADD WS-BaseEquivalent TO WS-ReportBalanceTotal
                        MOVE SPACES TO WS-SpoolDetail
                        STRING LoanID DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            BorrowerName DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            OutstandingBalance DELIMITED BY SIZE
                            INTO WS-SpoolDetail
                        PERFORM WRITE-SPOOL-LINE
                        IF WS-ExportToCSV
                            MOVE OutstandingBalance TO WS-CSVBalance
                            MOVE LoanID TO WS-CSVLoanID
                            STRING WS-CSVLoanID DELIMITED BY SIZE
                                ',' DELIMITED BY SIZE
                                WS-CSVBalance DELIMITED BY SIZE
                                INTO CsvRecord
                            WRITE CsvRecord
                        END-IF
                    END-IF
                END-IF
    END-PERFORM.
                MOVE 'Y' TO EOF
            NOT AT END
                IF BorrowerID OF LoanRecord = WS-BorrowerIDFilter
                    PERFORM CHECK-REPORT-COMPANY
                    IF WS-InReportCompany = 'Y'
                        PERFORM REPORT-ONE-BORROWER-LOAN
                    END-IF
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
                MOVE 'Y' TO EOF
            NOT AT END
                IF CoBorrowerID = WS-BorrowerIDFilter
                    PERFORM CHECK-REPORT-COMPANY
                    IF BorrowerID OF LoanRecord
                            NOT = WS-BorrowerIDFilter
                            AND WS-InReportCompany = 'Y'
                        PERFORM REPORT-ONE-BORROWER-LOAN
                    END-IF
                ELSE
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    IF LoanStatusActive
                       AND NextPaymentDueDate < WS-TodayDate
                        DISPLAY 'Loan ID: ' LoanID
                        DISPLAY 'Borrower Name: ' BorrowerName
                        DISPLAY 'Outstanding Balance: ' OutstandingBalance
                        ADD 1 TO WS-ReportLoanCount
                        CALL 'GetExchangeRate' USING
                            CurrencyCode OF LoanRecord
                            WS-TodayDate WS-RateToBase WS-RateDate
                        IF WS-RateToBase = ZERO
                            MOVE 1 TO WS-RateToBase
                        END-IF
                        COMPUTE WS-BaseEquivalent ROUNDED =
                            OutstandingBalance * WS-RateToBase
                        ADD WS-BaseEquivalent TO WS-ReportBalanceTotal
                        MOVE SPACES TO WS-SpoolDetail
                        STRING LoanID DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            BorrowerName DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            OutstandingBalance DELIMITED BY SIZE
                            '  DUE ' DELIMITED BY SIZE
                            NextPaymentDueDate DELIMITED BY SIZE
                            INTO WS-SpoolDetail
                        PERFORM WRITE-SPOOL-LINE
                        IF WS-ExportToCSV
                            MOVE OutstandingBalance TO WS-CSVBalance
                            MOVE LoanID TO WS-CSVLoanID
                            STRING WS-CSVLoanID DELIMITED BY SIZE
                                ',' DELIMITED BY SIZE
                                BorrowerName DELIMITED BY SIZE
                                ',' DELIMITED BY SIZE
                                WS-CSVBalance DELIMITED BY SIZE
                                INTO CsvRecord
                            WRITE CsvRecord
                        END-IF
                    END-IF
                END-IF
    END-PERFORM.
    MOVE ZERO TO WS-Bucket30Count WS-Bucket30Balance
        WS-Bucket60Count WS-Bucket60Balance
        WS-Bucket90Count WS-Bucket90Balance
        WS-Bucket120Count WS-Bucket120Balance
        WS-MaturedCount WS-MaturedBalance.
    DISPLAY 'Enter Currency Code to report on (USD/EUR/GBP/JPY): '.
    ACCEPT WS-CurrencyFilter.
    PERFORM UNTIL WS-CurrencyFilterValid
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    IF LoanStatusActive AND CurrencyCode = WS-CurrencyFilter
                        PERFORM CHECK-LOAN-MATURED
                        IF WS-MaturityDate < WS-TodayDate
                                AND OutstandingBalance > ZERO
                            PERFORM COUNT-MATURED-LOAN
                        ELSE
                            IF NextPaymentDueDate < WS-TodayDate
                                CALL 'DaysBetweenDates' USING
                                    NextPaymentDueDate WS-TodayDate
                                    WS-DaysLateSigned
                                MOVE WS-DaysLateSigned TO WS-DaysLate
                                PERFORM BUCKET-DELINQUENT-LOAN
                            END-IF
                        END-IF
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    DISPLAY '31-60 days: ' WS-Bucket60Count  ' loans, balance ' WS-Bucket60Balance.
    DISPLAY '61-90 days: ' WS-Bucket90Count  ' loans, balance ' WS-Bucket90Balance.
    DISPLAY '120+  days: ' WS-Bucket120Count ' loans, balance ' WS-Bucket120Balance.
    DISPLAY 'Matured, unpaid: ' WS-MaturedCount ' loans, balance ' WS-MaturedBalance.
    MOVE SPACES TO WS-SpoolDetail.
    STRING 'BUCKET 1-30   ' WS-Bucket30Count ' LOAN(S)  BALANCE '
        WS-Bucket30Balance DELIMITED BY SIZE INTO WS-SpoolDetail.
    STRING 'BUCKET 120+   ' WS-Bucket120Count ' LOAN(S)  BALANCE '
        WS-Bucket120Balance DELIMITED BY SIZE INTO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    MOVE SPACES TO WS-SpoolDetail.
    STRING 'MATURED, UNPAID ' WS-MaturedCount ' LOAN(S)  BALANCE '
        WS-MaturedBalance DELIMITED BY SIZE INTO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    PERFORM END-SPOOL.
    DISPLAY 'Report generation completed.'.

            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    IF BranchCode = WS-BranchFilter
                        DISPLAY 'Loan ID: ' LoanID ' Borrower: ' BorrowerName
                            ' Balance: ' OutstandingBalance ' ' CurrencyCode
                        ADD 1 TO WS-PortfolioCount
                        CALL 'GetExchangeRate' USING
                            CurrencyCode OF LoanRecord
                            WS-TodayDate WS-RateToBase WS-RateDate
                        IF WS-RateToBase = ZERO
                            MOVE 1 TO WS-RateToBase
                        END-IF
                        COMPUTE WS-BaseEquivalent ROUNDED =
                            OutstandingBalance * WS-RateToBase
                        ADD WS-BaseEquivalent TO WS-PortfolioBalance
                        MOVE SPACES TO WS-SpoolDetail
                        STRING LoanID DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            BorrowerName DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            OutstandingBalance DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            CurrencyCode DELIMITED BY SIZE
                            INTO WS-SpoolDetail
                        PERFORM WRITE-SPOOL-LINE
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    IF LoanOfficerID = WS-LoanOfficerFilter
                        DISPLAY 'Loan ID: ' LoanID ' Borrower: ' BorrowerName
                            ' Balance: ' OutstandingBalance ' ' CurrencyCode
                        ADD 1 TO WS-PortfolioCount
                        CALL 'GetExchangeRate' USING
                            CurrencyCode OF LoanRecord
                            WS-TodayDate WS-RateToBase WS-RateDate
                        IF WS-RateToBase = ZERO
                            MOVE 1 TO WS-RateToBase
                        END-IF
                        COMPUTE WS-BaseEquivalent ROUNDED =
                            OutstandingBalance * WS-RateToBase
                        ADD WS-BaseEquivalent TO WS-PortfolioBalance
                        MOVE SPACES TO WS-SpoolDetail
                        STRING LoanID DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            BorrowerName DELIMITED BY SIZE
                            '  ' DELIMITED BY SIZE
                            OutstandingBalance DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            CurrencyCode DELIMITED BY SIZE
                            INTO WS-SpoolDetail
                        PERFORM WRITE-SPOOL-LINE
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORT-COMPANY
                IF WS-InReportCompany = 'Y'
                    ADD 1 TO WS-SummaryLoanCount
                    CALL 'GetExchangeRate' USING CurrencyCode OF LoanRecord
                        WS-TodayDate WS-RateToBase WS-RateDate
                    IF WS-RateToBase = ZERO
                        ADD 1 TO WS-SummaryMissingRates
                        MOVE 1 TO WS-RateToBase
                    END-IF
                    COMPUTE WS-BaseEquivalent ROUNDED =
                        OutstandingBalance * WS-RateToBase
                    ADD WS-BaseEquivalent TO WS-SummaryTotalBalance
                    IF LoanStatusActive
                       AND NextPaymentDueDate < WS-TodayDate
                        ADD 1 TO WS-SummaryOverdueCount
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    PERFORM END-SPOOL.
    DISPLAY 'Report generation completed.'.

*> a loan past its final maturity with a balance owing is shown apart
*> from the aging buckets: it is owed in full, not by installment.
*> Maturity is the origination date plus the loan term
CHECK-LOAN-MATURED.
    MOVE 99999999 TO WS-MaturityDate.
    IF LoanOriginationDate > ZERO
        MOVE LoanTerm TO WS-TermMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
            WS-MaturityDate
    END-IF.

COUNT-MATURED-LOAN.
    DISPLAY 'Loan ID: ' LoanID ' Borrower: ' BorrowerName
        ' Balance: ' OutstandingBalance ' MATURED ' WS-MaturityDate.
    MOVE SPACES TO WS-SpoolDetail.
    STRING LoanID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        BorrowerName DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        OutstandingBalance DELIMITED BY SIZE
        '  MATURED ' DELIMITED BY SIZE
        WS-MaturityDate DELIMITED BY SIZE
        INTO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    ADD 1 TO WS-MaturedCount.
    ADD OutstandingBalance TO WS-MaturedBalance.

*> lateness is bucketed in cycle-equivalent days so a quarterly loan
*> one cycle past due ages the same as a monthly loan one cycle past
BUCKET-DELINQUENT-LOAN.
            ADD OutstandingBalance TO WS-Bucket120Balance
    END-EVALUATE.

*> a saved report definition (see Maintain Report Definitions): from
*> the menu the one asked for, from the nightly batch every definition
*> marked for the nightly run
REPORT-SAVED-DEFINITIONS.
    MOVE ZERO TO WS-SavedReportsRun.
    OPEN INPUT ReportDefFile.
    IF WS-ReportDefStatus NOT = '00'
        DISPLAY 'No report definitions on file.'
    ELSE
        IF LS-BatchChoice = ZERO
            DISPLAY 'Enter Report ID: '
            ACCEPT WS-SavedReportID
            MOVE WS-SavedReportID TO ReportDefID
            READ ReportDefFile
                INVALID KEY
                    DISPLAY 'Report definition not found.'
                NOT INVALID KEY
                    PERFORM RUN-REPORT-DEFINITION
            END-READ
        ELSE
            MOVE 'N' TO WS-ReportDefEOF
            PERFORM UNTIL WS-ReportDefEOF = 'Y'
                READ ReportDefFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-ReportDefEOF
                    NOT AT END
                        IF ReportDefRunNightly
                            PERFORM RUN-REPORT-DEFINITION
                        END-IF
            END-PERFORM
        END-IF
        CLOSE ReportDefFile
    END-IF.
    DISPLAY 'Saved reports produced: ' WS-SavedReportsRun.

*> selects the loans, puts them in break and sort order, then prints
*> each with the chosen columns, a subtotal at each change of the
*> break field and a grand total. Balances are totalled in USD at the
*> day's rates, as on the standard reports
RUN-REPORT-DEFINITION.
    DISPLAY 'Generating report ' ReportDefID ': ' ReportDefTitle.
    MOVE ReportDefTitle TO WS-ReportTitle.
    MOVE ReportDefID TO WS-SpoolSuffix.
    MOVE 'N' TO WS-SavedReportCSV.
    IF WS-ExportToCSV OR ReportDefExportCSV
        MOVE 'Y' TO WS-SavedReportCSV
    END-IF.
    PERFORM SELECT-REPORT-LOANS.
    PERFORM SORT-REPORT-LOANS.

    PERFORM START-SPOOL.
    PERFORM BUILD-COLUMN-HEADINGS.
    MOVE ZERO TO WS-ReportLoanCount.
    MOVE ZERO TO WS-ReportBalanceTotal.
    MOVE ZERO TO WS-BreakCount.
    MOVE ZERO TO WS-BreakBalance.
    MOVE SPACES TO WS-CurrentBreak.
    OPEN INPUT LoanFile.
    PERFORM VARYING WS-AdHocIdx FROM 1 BY 1
            UNTIL WS-AdHocIdx > WS-AdHocCount
        MOVE WS-AdHocLoanID(WS-AdHocIdx) TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM WRITE-REPORT-LOAN-LINE
        END-READ
    END-PERFORM.
    CLOSE LoanFile.
    IF NOT ReportDefNoBreak AND WS-ReportLoanCount > ZERO
        PERFORM WRITE-BREAK-SUBTOTAL
    END-IF.

    MOVE SPACES TO WS-SpoolDetail.
    STRING 'GRAND TOTAL  ' WS-ReportLoanCount
        ' LOAN(S)  BALANCE (USD, RATES AS OF ' WS-TodayDate ') '
        WS-ReportBalanceTotal DELIMITED BY SIZE INTO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    DISPLAY WS-SpoolDetail.
    PERFORM END-SPOOL.
    IF WS-SavedReportCSV = 'Y'
        CLOSE CsvFile
        DISPLAY 'Report exported to ' WS-CSVFileName
    END-IF.
    ADD 1 TO WS-SavedReportsRun.
    DISPLAY 'Report generation completed.'.

SELECT-REPORT-LOANS.
    MOVE ZERO TO WS-AdHocCount.
    MOVE 'N' TO WS-AdHocTableFull.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanFile.
    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-LOAN-SELECTED
                IF WS-LoanSelected = 'Y'
                    PERFORM ADD-REPORT-ENTRY
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    IF WS-AdHocTableFull = 'Y'
        DISPLAY 'More than ' WS-AdHocMaxEntries
            ' loans selected; narrow the criteria. Report is incomplete.'
    END-IF.

*> blank or zero criteria select everything; a zero upper limit leaves
*> the range open at the top
CHECK-LOAN-SELECTED.
    MOVE 'Y' TO WS-LoanSelected.
    PERFORM COMPUTE-DAYS-PAST-DUE.
    PERFORM CHECK-REPORT-COMPANY.
    IF WS-InReportCompany = 'N'
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelCompanyCode NOT = SPACES
            AND WS-LoanCompany NOT = RptSelCompanyCode
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelProductCode NOT = SPACES
            AND ProductCode OF LoanRecord NOT = RptSelProductCode
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelBranchCode NOT = SPACES
            AND BranchCode OF LoanRecord NOT = RptSelBranchCode
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelOfficerID NOT = ZERO
            AND LoanOfficerID OF LoanRecord NOT = RptSelOfficerID
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelLoanStatus NOT = SPACES
            AND LoanStatus OF LoanRecord NOT = RptSelLoanStatus
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelCurrencyCode NOT = SPACES
            AND CurrencyCode OF LoanRecord NOT = RptSelCurrencyCode
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF OutstandingBalance OF LoanRecord < RptSelMinBalance
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelMaxBalance NOT = ZERO
            AND OutstandingBalance OF LoanRecord > RptSelMaxBalance
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF InterestRate OF LoanRecord < RptSelMinRate
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelMaxRate NOT = ZERO
            AND InterestRate OF LoanRecord > RptSelMaxRate
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelOrigFromDate NOT = ZERO
            AND LoanOriginationDate < RptSelOrigFromDate
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelOrigToDate NOT = ZERO
            AND LoanOriginationDate > RptSelOrigToDate
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF WS-DaysPastDue < RptSelMinDaysPastDue
        MOVE 'N' TO WS-LoanSelected
    END-IF.
    IF RptSelMaxDaysPastDue NOT = ZERO
            AND WS-DaysPastDue > RptSelMaxDaysPastDue
        MOVE 'N' TO WS-LoanSelected
    END-IF.

COMPUTE-DAYS-PAST-DUE.
    MOVE ZERO TO WS-DaysPastDue.
    IF (LoanStatusActive OR LoanStatusDefaulted)
            AND NextPaymentDueDate > ZERO
            AND NextPaymentDueDate < WS-TodayDate
        CALL 'DaysBetweenDates' USING
            NextPaymentDueDate WS-TodayDate WS-DaysLateSigned
        MOVE WS-DaysLateSigned TO WS-DaysPastDue
    END-IF.

*> the sort and break keys are the printed values, which line up
*> left to right so they compare in order
ADD-REPORT-ENTRY.
    IF WS-AdHocCount NOT < WS-AdHocMaxEntries
        MOVE 'Y' TO WS-AdHocTableFull
    ELSE
        ADD 1 TO WS-AdHocCount
        MOVE 'N' TO WS-FormatForCSV
        MOVE SPACES TO WS-AdHocBreakKey(WS-AdHocCount)
        IF NOT ReportDefNoBreak
            MOVE ReportDefBreakField TO WS-ColumnCode
            PERFORM FORMAT-COLUMN-VALUE
            MOVE WS-ColumnText TO WS-AdHocBreakKey(WS-AdHocCount)
        END-IF
        MOVE ReportDefSortField TO WS-ColumnCode
        PERFORM FORMAT-COLUMN-VALUE
        MOVE WS-ColumnText TO WS-AdHocSortKey(WS-AdHocCount)
        MOVE LoanID OF LoanRecord TO WS-AdHocLoanID(WS-AdHocCount)
    END-IF.

*> break field ascending, then the sort field in the order asked for
SORT-REPORT-LOANS.
    PERFORM VARYING WS-AdHocIdx FROM 1 BY 1
            UNTIL WS-AdHocIdx NOT LESS THAN WS-AdHocCount
        PERFORM VARYING WS-AdHocJdx FROM 1 BY 1
                UNTIL WS-AdHocJdx NOT LESS THAN WS-AdHocCount
            MOVE 'N' TO WS-AdHocSwapNeeded
            IF WS-AdHocBreakKey(WS-AdHocJdx)
                    > WS-AdHocBreakKey(WS-AdHocJdx + 1)
                MOVE 'Y' TO WS-AdHocSwapNeeded
            END-IF
            IF WS-AdHocBreakKey(WS-AdHocJdx)
                    = WS-AdHocBreakKey(WS-AdHocJdx + 1)
                IF ReportDefSortDescending
                    IF WS-AdHocSortKey(WS-AdHocJdx)
                            < WS-AdHocSortKey(WS-AdHocJdx + 1)
                        MOVE 'Y' TO WS-AdHocSwapNeeded
                    END-IF
                ELSE
                    IF WS-AdHocSortKey(WS-AdHocJdx)
                            > WS-AdHocSortKey(WS-AdHocJdx + 1)
                        MOVE 'Y' TO WS-AdHocSwapNeeded
                    END-IF
                END-IF
            END-IF
            IF WS-AdHocSwapNeeded = 'Y'
                MOVE WS-AdHocEntry(WS-AdHocJdx) TO WS-AdHocSwap
                MOVE WS-AdHocEntry(WS-AdHocJdx + 1)
                    TO WS-AdHocEntry(WS-AdHocJdx)
                MOVE WS-AdHocSwap TO WS-AdHocEntry(WS-AdHocJdx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

BUILD-COLUMN-HEADINGS.
    MOVE 'N' TO WS-FormatForCSV.
    MOVE SPACES TO WS-SpoolColumnHeading.
    MOVE 1 TO WS-LinePtr.
    PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
            UNTIL WS-ColumnIdx > ReportDefColumnCount
                OR WS-ColumnIdx > 12
        MOVE ReportDefColumn(WS-ColumnIdx) TO WS-ColumnCode
        PERFORM FORMAT-COLUMN-VALUE
        STRING WS-ColumnHeading(1:WS-ColumnWidth) '  '
            DELIMITED BY SIZE
            INTO WS-SpoolColumnHeading WITH POINTER WS-LinePtr
    END-PERFORM.
    IF WS-SavedReportCSV = 'Y'
        MOVE SPACES TO WS-CSVFileName
        STRING 'report-' ReportDefID '-' WS-TodayDate '.csv'
            DELIMITED BY SPACE INTO WS-CSVFileName
        OPEN OUTPUT CsvFile
        MOVE SPACES TO CsvRecord
        MOVE 1 TO WS-LinePtr
        PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
                UNTIL WS-ColumnIdx > ReportDefColumnCount
                    OR WS-ColumnIdx > 12
            MOVE ReportDefColumn(WS-ColumnIdx) TO WS-ColumnCode
            PERFORM FORMAT-COLUMN-VALUE
            IF WS-ColumnIdx > 1
                STRING ',' DELIMITED BY SIZE
                    INTO CsvRecord WITH POINTER WS-LinePtr
            END-IF
            STRING WS-ColumnHeading DELIMITED BY '  '
                INTO CsvRecord WITH POINTER WS-LinePtr
        END-PERFORM
        WRITE CsvRecord
    END-IF.

WRITE-REPORT-LOAN-LINE.
    PERFORM COMPUTE-DAYS-PAST-DUE.
    MOVE 'N' TO WS-FormatForCSV.
    IF NOT ReportDefNoBreak
        MOVE ReportDefBreakField TO WS-ColumnCode
        PERFORM FORMAT-COLUMN-VALUE
        IF WS-ReportLoanCount > ZERO
                AND WS-ColumnText NOT = WS-CurrentBreak
            PERFORM WRITE-BREAK-SUBTOTAL
        END-IF
        MOVE WS-ColumnText TO WS-CurrentBreak
    END-IF.

    CALL 'GetExchangeRate' USING CurrencyCode OF LoanRecord
        WS-TodayDate WS-RateToBase WS-RateDate.
    IF WS-RateToBase = ZERO
        MOVE 1 TO WS-RateToBase
    END-IF.
    COMPUTE WS-BaseEquivalent ROUNDED =
        OutstandingBalance OF LoanRecord * WS-RateToBase.
    ADD 1 TO WS-ReportLoanCount.
    ADD WS-BaseEquivalent TO WS-ReportBalanceTotal.
    ADD 1 TO WS-BreakCount.
    ADD WS-BaseEquivalent TO WS-BreakBalance.

    MOVE SPACES TO WS-SpoolDetail.
    MOVE 1 TO WS-LinePtr.
    PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
            UNTIL WS-ColumnIdx > ReportDefColumnCount
                OR WS-ColumnIdx > 12
        MOVE ReportDefColumn(WS-ColumnIdx) TO WS-ColumnCode
        PERFORM FORMAT-COLUMN-VALUE
        STRING WS-ColumnText(1:WS-ColumnWidth) '  '
            DELIMITED BY SIZE
            INTO WS-SpoolDetail WITH POINTER WS-LinePtr
    END-PERFORM.
    PERFORM WRITE-SPOOL-LINE.
    DISPLAY WS-SpoolDetail.

    IF WS-SavedReportCSV = 'Y'
        MOVE 'Y' TO WS-FormatForCSV
        MOVE SPACES TO CsvRecord
        MOVE 1 TO WS-LinePtr
        PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
                UNTIL WS-ColumnIdx > ReportDefColumnCount
                    OR WS-ColumnIdx > 12
            MOVE ReportDefColumn(WS-ColumnIdx) TO WS-ColumnCode
            PERFORM FORMAT-COLUMN-VALUE
            IF WS-ColumnIdx > 1
                STRING ',' DELIMITED BY SIZE
                    INTO CsvRecord WITH POINTER WS-LinePtr
            END-IF
            STRING WS-ColumnText DELIMITED BY '  '
                INTO CsvRecord WITH POINTER WS-LinePtr
        END-PERFORM
        WRITE CsvRecord
    END-IF.

WRITE-BREAK-SUBTOTAL.
    MOVE SPACES TO WS-SpoolDetail.
    STRING '  SUBTOTAL ' WS-CurrentBreak ' ' WS-BreakCount
        ' LOAN(S)  BALANCE (USD) ' WS-BreakBalance
        DELIMITED BY SIZE INTO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    DISPLAY WS-SpoolDetail.
    MOVE SPACES TO WS-SpoolDetail.
    PERFORM WRITE-SPOOL-LINE.
    MOVE ZERO TO WS-BreakCount.
    MOVE ZERO TO WS-BreakBalance.

*> the printed value, heading and width of one report field for the
*> loan in the record area. Amounts go to a CSV file without
*> thousands separators and every CSV value without leading spaces
FORMAT-COLUMN-VALUE.
    MOVE SPACES TO WS-ColumnText.
    EVALUATE WS-ColumnCode
        WHEN 'LI'
            MOVE 'LOAN ID' TO WS-ColumnHeading
            MOVE 7 TO WS-ColumnWidth
            MOVE LoanID OF LoanRecord TO WS-ColumnText
        WHEN 'BN'
            MOVE 'BORROWER NAME' TO WS-ColumnHeading
            MOVE 30 TO WS-ColumnWidth
            MOVE BorrowerName OF LoanRecord TO WS-ColumnText
        WHEN 'BI'
            MOVE 'BORR.' TO WS-ColumnHeading
            MOVE 5 TO WS-ColumnWidth
            MOVE BorrowerID OF LoanRecord TO WS-ColumnText
        WHEN 'PC'
            MOVE 'PROD' TO WS-ColumnHeading
            MOVE 4 TO WS-ColumnWidth
            MOVE ProductCode OF LoanRecord TO WS-ColumnText
        WHEN 'BR'
            MOVE 'BRCH' TO WS-ColumnHeading
            MOVE 4 TO WS-ColumnWidth
            MOVE BranchCode OF LoanRecord TO WS-ColumnText
        WHEN 'OF'
            MOVE 'OFFCR' TO WS-ColumnHeading
            MOVE 5 TO WS-ColumnWidth
            MOVE LoanOfficerID OF LoanRecord TO WS-ColumnText
        WHEN 'ST'
            MOVE 'STATUS' TO WS-ColumnHeading
            MOVE 11 TO WS-ColumnWidth
            MOVE LoanStatus OF LoanRecord TO WS-ColumnText
        WHEN 'CU'
            MOVE 'CUR' TO WS-ColumnHeading
            MOVE 3 TO WS-ColumnWidth
            MOVE CurrencyCode OF LoanRecord TO WS-ColumnText
        WHEN 'LA'
            MOVE 'LOAN AMOUNT' TO WS-ColumnHeading
            MOVE 14 TO WS-ColumnWidth
            MOVE LoanAmount OF LoanRecord TO WS-AmountShown
            MOVE LoanAmount OF LoanRecord TO WS-CsvAmountShown
            PERFORM FORMAT-AMOUNT-COLUMN
        WHEN 'OB'
            MOVE 'BALANCE' TO WS-ColumnHeading
            MOVE 14 TO WS-ColumnWidth
            MOVE OutstandingBalance OF LoanRecord TO WS-AmountShown
            MOVE OutstandingBalance OF LoanRecord TO WS-CsvAmountShown
            PERFORM FORMAT-AMOUNT-COLUMN
        WHEN 'IR'
            MOVE 'RATE' TO WS-ColumnHeading
            MOVE 5 TO WS-ColumnWidth
            MOVE InterestRate OF LoanRecord TO WS-RateShown
            MOVE WS-RateShown TO WS-ColumnText
        WHEN 'TM'
            MOVE 'TRM' TO WS-ColumnHeading
            MOVE 3 TO WS-ColumnWidth
            MOVE LoanTerm OF LoanRecord TO WS-ColumnText
        WHEN 'OD'
            MOVE 'ORIGDATE' TO WS-ColumnHeading
            MOVE 8 TO WS-ColumnWidth
            MOVE LoanOriginationDate OF LoanRecord TO WS-ColumnText
        WHEN 'ND'
            MOVE 'NEXT DUE' TO WS-ColumnHeading
            MOVE 8 TO WS-ColumnWidth
            MOVE NextPaymentDueDate OF LoanRecord TO WS-ColumnText
        WHEN 'PT'
            MOVE 'PAIDTHRU' TO WS-ColumnHeading
            MOVE 8 TO WS-ColumnWidth
            MOVE PaidThroughDate OF LoanRecord TO WS-ColumnText
        WHEN 'DP'
            MOVE 'DPD' TO WS-ColumnHeading
            MOVE 5 TO WS-ColumnWidth
            MOVE WS-DaysPastDue TO WS-DaysShown
            MOVE WS-DaysShown TO WS-ColumnText
        WHEN 'RG'
            MOVE 'GRADE' TO WS-ColumnHeading
            MOVE 5 TO WS-ColumnWidth
            MOVE RiskGrade OF LoanRecord TO WS-ColumnText
        WHEN 'RT'
            MOVE 'RATETYPE' TO WS-ColumnHeading
            MOVE 8 TO WS-ColumnWidth
            MOVE RateType OF LoanRecord TO WS-ColumnText
        WHEN 'AI'
            MOVE 'ACCRUED INT' TO WS-ColumnHeading
            MOVE 14 TO WS-ColumnWidth
            MOVE AccruedInterest OF LoanRecord TO WS-AmountShown
            MOVE AccruedInterest OF LoanRecord TO WS-CsvAmountShown
            PERFORM FORMAT-AMOUNT-COLUMN
        WHEN 'IA'
            MOVE 'INSTALLMENT' TO WS-ColumnHeading
            MOVE 14 TO WS-ColumnWidth
            MOVE InstallmentAmount OF LoanRecord TO WS-AmountShown
            MOVE InstallmentAmount OF LoanRecord TO WS-CsvAmountShown
            PERFORM FORMAT-AMOUNT-COLUMN
        WHEN 'CL'
            MOVE 'CREDIT LIMIT' TO WS-ColumnHeading
            MOVE 14 TO WS-ColumnWidth
            MOVE CreditLimit OF LoanRecord TO WS-AmountShown
            MOVE CreditLimit OF LoanRecord TO WS-CsvAmountShown
            PERFORM FORMAT-AMOUNT-COLUMN
        WHEN 'DL'
            MOVE 'DLR' TO WS-ColumnHeading
            MOVE 4 TO WS-ColumnWidth
            MOVE DealerCode OF LoanRecord TO WS-ColumnText
        WHEN 'AS'
            MOVE 'ACCRUAL' TO WS-ColumnHeading
            MOVE 11 TO WS-ColumnWidth
            MOVE AccrualStatus OF LoanRecord TO WS-ColumnText
        WHEN OTHER
            MOVE SPACES TO WS-ColumnHeading
            MOVE 1 TO WS-ColumnWidth
    END-EVALUATE.
    IF WS-FormatForCSV = 'Y'
        MOVE ZERO TO WS-LeadingSpaces
        INSPECT WS-ColumnText TALLYING WS-LeadingSpaces
            FOR LEADING SPACES
        IF WS-LeadingSpaces > ZERO AND WS-LeadingSpaces < 30
            MOVE WS-ColumnText(WS-LeadingSpaces + 1:) TO WS-ColumnWork
            MOVE WS-ColumnWork TO WS-ColumnText
        END-IF
    END-IF.

FORMAT-AMOUNT-COLUMN.
    IF WS-FormatForCSV = 'Y'
        MOVE WS-CsvAmountShown TO WS-ColumnText
    ELSE
        MOVE WS-AmountShown TO WS-ColumnText
    END-IF.

*> a loan with no company is the home company's
CHECK-REPORT-COMPANY.
    MOVE LoanCompanyCode OF LoanRecord TO WS-LoanCompany.
    IF WS-LoanCompany = SPACES
        MOVE WS-HomeCompany TO WS-LoanCompany
    END-IF.
    MOVE 'Y' TO WS-InReportCompany.
    IF WS-ReportCompany NOT = SPACES
            AND WS-LoanCompany NOT = WS-ReportCompany
        MOVE 'N' TO WS-InReportCompany
    END-IF.

START-SPOOL.
    MOVE ZERO TO WS-PageNumber.
    MOVE ZERO TO WS-LinesOnPage.
    MOVE SPACES TO WS-SpoolFileName.
    IF WS-ReportCompany = SPACES
        STRING 'report-spool-' WS-SpoolSuffix '-' WS-TodayDate '.rpt'
            DELIMITED BY SPACE INTO WS-SpoolFileName
    ELSE
        STRING 'report-spool-' WS-SpoolSuffix '-' WS-ReportCompany
            '-' WS-TodayDate '.rpt'
            DELIMITED BY SPACE INTO WS-SpoolFileName
    END-IF.
    MOVE SPACES TO WS-SpoolColumnHeading.
    OPEN OUTPUT SpoolFile.

WRITE-SPOOL-LINE.
    MOVE ALL '-' TO SpoolLine.
    WRITE SpoolLine.
    MOVE 2 TO WS-LinesOnPage.
    IF WS-ReportCompany NOT = SPACES
        MOVE SPACES TO SpoolLine
        STRING 'COMPANY ' WS-ReportCompany DELIMITED BY SIZE
            INTO SpoolLine
        WRITE SpoolLine
        ADD 1 TO WS-LinesOnPage
    END-IF.
    IF WS-SpoolColumnHeading NOT = SPACES
        MOVE WS-SpoolColumnHeading TO SpoolLine
        WRITE SpoolLine
        ADD 1 TO WS-LinesOnPage
    END-IF.

END-SPOOL.
    CLOSE SpoolFile.
