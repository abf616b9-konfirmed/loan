IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainReportDefinitions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY RDSEL.

DATA DIVISION.
FILE SECTION.
FD  ReportDefFile.
    COPY RDREC.

WORKING-STORAGE SECTION.
01 WS-ReportDefStatus      PIC X(02).
01 EOF                     PIC X VALUE 'N'.
01 WS-Choice               PIC 9.
01 WS-TodayDate            PIC 9(8).
01 WS-Confirm              PIC X(01).
01 WS-KeyReportID          PIC X(08).
01 WS-DefinitionFound      PIC X VALUE 'N'.
01 WS-ColumnIdx            PIC 9(2).
01 WS-DefinitionsListed    PIC 9(5) VALUE ZERO.
01 WS-StatusEntry          PIC X(11).
    88 WS-StatusEntryValid VALUES SPACES 'ACTIVE' 'PAID-OFF'
                           'DEFAULTED' 'CHARGED-OFF' 'SETTLED'
                           'SOLD' 'REO'.
01 WS-CurrencyEntry        PIC X(03).
    88 WS-CurrencyEntryValid VALUES SPACES 'USD' 'EUR' 'GBP' 'JPY'.
01 WS-ColumnList           PIC X(40).
01 WS-ColumnPtr            PIC 9(3).
01 WS-CompanyAllowed       PIC X(01).

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> saved ad hoc report definitions: which loans to select (by
*> company, product, branch, officer, status, currency, balance, rate,
*> origination date and days past due), the order to list them in, the
*> loan fields to print and the field to subtotal on. A definition is
*> run from the Generate Report menu, and every definition marked for
*> the nightly run is produced by the nightly batch. Blank or zero
*> criteria select everything. Every definition added or changed
*> carries the user and date
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY '--- Maintain Report Definitions ---'.
    DISPLAY '1. Display a Report Definition'.
    DISPLAY '2. Add or Change a Report Definition'.
    DISPLAY '3. Delete a Report Definition'.
    DISPLAY '4. List Report Definitions'.
    DISPLAY '5. List Report Fields'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ACCEPT-REPORT-ID
            PERFORM SHOW-DEFINITION
        WHEN 2
            PERFORM ACCEPT-REPORT-ID
            PERFORM CHANGE-DEFINITION
        WHEN 3
            PERFORM ACCEPT-REPORT-ID
            PERFORM DELETE-DEFINITION
        WHEN 4
            PERFORM LIST-DEFINITIONS
        WHEN 5
            PERFORM LIST-REPORT-FIELDS
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ACCEPT-REPORT-ID.
    DISPLAY 'Enter Report ID (up to 8 characters, no spaces): '.
    ACCEPT WS-KeyReportID.
    PERFORM UNTIL WS-KeyReportID NOT = SPACES
            AND WS-KeyReportID(1:1) NOT = SPACE
        DISPLAY 'Invalid input. Enter a Report ID: '
        ACCEPT WS-KeyReportID
    END-PERFORM.

SHOW-DEFINITION.
    OPEN INPUT ReportDefFile.
    IF WS-ReportDefStatus NOT = '00'
        DISPLAY 'No report definitions on file.'
    ELSE
        MOVE WS-KeyReportID TO ReportDefID
        READ ReportDefFile
            INVALID KEY
                DISPLAY 'Report definition not found.'
            NOT INVALID KEY
                PERFORM DISPLAY-DEFINITION
        END-READ
        CLOSE ReportDefFile
    END-IF.

CHANGE-DEFINITION.
    PERFORM OPEN-REPORT-DEF-FILE.
    MOVE WS-KeyReportID TO ReportDefID.
    MOVE 'N' TO WS-DefinitionFound.
    READ ReportDefFile
        INVALID KEY
            DISPLAY 'New report definition ' WS-KeyReportID '.'
            INITIALIZE ReportDefRecord
            MOVE WS-KeyReportID TO ReportDefID
        NOT INVALID KEY
            MOVE 'Y' TO WS-DefinitionFound
            PERFORM DISPLAY-DEFINITION
            DISPLAY 'Enter the definition again in full.'
    END-READ.

    PERFORM ACCEPT-TITLE-AND-OUTPUT.
    PERFORM ACCEPT-SELECTION-CRITERIA.
    PERFORM ACCEPT-SORT-AND-BREAK.
    PERFORM ACCEPT-COLUMNS.
    MOVE LS-UserID    TO ReportDefChangedUserID.
    MOVE WS-TodayDate TO ReportDefChangedDate.

    IF WS-DefinitionFound = 'Y'
        REWRITE ReportDefRecord
            INVALID KEY
                DISPLAY 'Unable to change report definition.'
            NOT INVALID KEY
                DISPLAY 'Report definition changed.'
        END-REWRITE
    ELSE
        WRITE ReportDefRecord
            INVALID KEY
                DISPLAY 'Unable to add report definition.'
            NOT INVALID KEY
                DISPLAY 'Report definition added.'
        END-WRITE
    END-IF.
    CLOSE ReportDefFile.

ACCEPT-TITLE-AND-OUTPUT.
    DISPLAY 'Enter Report Title: '.
    ACCEPT ReportDefTitle.
    PERFORM UNTIL ReportDefTitle NOT = SPACES
        DISPLAY 'Invalid input. Enter a Report Title: '
        ACCEPT ReportDefTitle
    END-PERFORM.
    DISPLAY 'Also export to CSV? (Y/N): '.
    ACCEPT ReportDefCSVFlag.
    IF ReportDefCSVFlag = 'y'
        MOVE 'Y' TO ReportDefCSVFlag
    END-IF.
    IF ReportDefCSVFlag NOT = 'Y'
        MOVE 'N' TO ReportDefCSVFlag
    END-IF.
    DISPLAY 'Run in the nightly batch? (Y/N): '.
    ACCEPT ReportDefNightlyFlag.
    IF ReportDefNightlyFlag = 'y'
        MOVE 'Y' TO ReportDefNightlyFlag
    END-IF.
    IF ReportDefNightlyFlag NOT = 'Y'
        MOVE 'N' TO ReportDefNightlyFlag
    END-IF.

*> blank or zero selects everything for that criterion; a zero upper
*> limit leaves the range open at the top
ACCEPT-SELECTION-CRITERIA.
    DISPLAY 'Enter Company Code (blank for all): '.
    ACCEPT RptSelCompanyCode.
    PERFORM CHECK-DEFINITION-COMPANY.
    PERFORM UNTIL WS-CompanyAllowed = 'Y'
        DISPLAY 'You are not entitled to that company. '
            'Enter a Company Code or blank: '
        ACCEPT RptSelCompanyCode
        PERFORM CHECK-DEFINITION-COMPANY
    END-PERFORM.
    DISPLAY 'Enter Product Code (blank for all): '.
    ACCEPT RptSelProductCode.
    DISPLAY 'Enter Branch Code (blank for all): '.
    ACCEPT RptSelBranchCode.
    DISPLAY 'Enter Loan Officer ID (0 for all): '.
    ACCEPT RptSelOfficerID.
    PERFORM UNTIL RptSelOfficerID NUMERIC
        DISPLAY 'Invalid input. Enter a Loan Officer ID or 0: '
        ACCEPT RptSelOfficerID
    END-PERFORM.

    DISPLAY 'Enter Loan Status (blank for all): '.
    ACCEPT WS-StatusEntry.
    PERFORM UNTIL WS-StatusEntryValid
        DISPLAY 'Invalid input. Enter ACTIVE, PAID-OFF, DEFAULTED,'
        DISPLAY 'CHARGED-OFF, SETTLED, SOLD, REO or blank: '
        ACCEPT WS-StatusEntry
    END-PERFORM.
    MOVE WS-StatusEntry TO RptSelLoanStatus.

    DISPLAY 'Enter Currency Code (USD/EUR/GBP/JPY, blank for all): '.
    ACCEPT WS-CurrencyEntry.
    PERFORM UNTIL WS-CurrencyEntryValid
        DISPLAY 'Invalid input. Enter USD, EUR, GBP, JPY or blank: '
        ACCEPT WS-CurrencyEntry
    END-PERFORM.
    MOVE WS-CurrencyEntry TO RptSelCurrencyCode.

    DISPLAY 'Enter Minimum Balance (0 for none): '.
    ACCEPT RptSelMinBalance.
    DISPLAY 'Enter Maximum Balance (0 for none): '.
    ACCEPT RptSelMaxBalance.
    PERFORM UNTIL RptSelMaxBalance = ZERO
            OR RptSelMaxBalance NOT < RptSelMinBalance
        DISPLAY 'Invalid input. Maximum must not be below the minimum: '
        ACCEPT RptSelMaxBalance
    END-PERFORM.

    DISPLAY 'Enter Minimum Interest Rate (0 for none): '.
    ACCEPT RptSelMinRate.
    DISPLAY 'Enter Maximum Interest Rate (0 for none): '.
    ACCEPT RptSelMaxRate.
    PERFORM UNTIL RptSelMaxRate = ZERO
            OR RptSelMaxRate NOT < RptSelMinRate
        DISPLAY 'Invalid input. Maximum must not be below the minimum: '
        ACCEPT RptSelMaxRate
    END-PERFORM.

    DISPLAY 'Enter Originated On or After (YYYYMMDD, 0 for none): '.
    ACCEPT RptSelOrigFromDate.
    PERFORM UNTIL RptSelOrigFromDate NUMERIC
        DISPLAY 'Invalid input. Enter a date as YYYYMMDD or 0: '
        ACCEPT RptSelOrigFromDate
    END-PERFORM.
    DISPLAY 'Enter Originated On or Before (YYYYMMDD, 0 for none): '.
    ACCEPT RptSelOrigToDate.
    PERFORM UNTIL RptSelOrigToDate NUMERIC
            AND (RptSelOrigToDate = ZERO
            OR RptSelOrigToDate NOT < RptSelOrigFromDate)
        DISPLAY 'Invalid input. Enter a date not before the from date: '
        ACCEPT RptSelOrigToDate
    END-PERFORM.

    DISPLAY 'Enter Minimum Days Past Due (0 for none): '.
    ACCEPT RptSelMinDaysPastDue.
    PERFORM UNTIL RptSelMinDaysPastDue NUMERIC
        DISPLAY 'Invalid input. Enter a number of days or 0: '
        ACCEPT RptSelMinDaysPastDue
    END-PERFORM.
    DISPLAY 'Enter Maximum Days Past Due (0 for none): '.
    ACCEPT RptSelMaxDaysPastDue.
    PERFORM UNTIL RptSelMaxDaysPastDue NUMERIC
            AND (RptSelMaxDaysPastDue = ZERO
            OR RptSelMaxDaysPastDue NOT < RptSelMinDaysPastDue)
        DISPLAY 'Invalid input. Maximum must not be below the minimum: '
        ACCEPT RptSelMaxDaysPastDue
    END-PERFORM.

*> the loans are listed in break field order, and within each break
*> in sort field order; a subtotal is printed as the break field
*> changes
ACCEPT-SORT-AND-BREAK.
    DISPLAY 'Enter Sort Field code (option 5 lists them): '.
    ACCEPT ReportDefSortField.
    PERFORM UNTIL ReportDefSortFieldValid
        DISPLAY 'Invalid input. Enter a report field code: '
        ACCEPT ReportDefSortField
    END-PERFORM.
    DISPLAY 'Enter Sort Order (A ascending, D descending): '.
    ACCEPT ReportDefSortOrder.
    IF ReportDefSortOrder = 'a'
        MOVE 'A' TO ReportDefSortOrder
    END-IF.
    IF ReportDefSortOrder = 'd'
        MOVE 'D' TO ReportDefSortOrder
    END-IF.
    PERFORM UNTIL ReportDefSortAscending OR ReportDefSortDescending
        DISPLAY 'Invalid input. Enter A or D: '
        ACCEPT ReportDefSortOrder
    END-PERFORM.
    DISPLAY 'Enter Subtotal Break Field code (blank for none): '.
    ACCEPT ReportDefBreakField.
    PERFORM UNTIL ReportDefNoBreak OR ReportDefBreakValid
        DISPLAY 'Invalid input. Enter a report field code or blank: '
        ACCEPT ReportDefBreakField
    END-PERFORM.

ACCEPT-COLUMNS.
    DISPLAY 'Enter Number of Columns (1-12): '.
    ACCEPT ReportDefColumnCount.
    PERFORM UNTIL ReportDefColumnCount NUMERIC
            AND ReportDefColumnCount > ZERO
            AND ReportDefColumnCount NOT > 12
        DISPLAY 'Invalid input. Enter 1 to 12: '
        ACCEPT ReportDefColumnCount
    END-PERFORM.
    PERFORM VARYING WS-ColumnIdx FROM 1 BY 1 UNTIL WS-ColumnIdx > 12
        MOVE SPACES TO ReportDefColumn(WS-ColumnIdx)
    END-PERFORM.
    PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
            UNTIL WS-ColumnIdx > ReportDefColumnCount
        DISPLAY 'Enter Field code for Column ' WS-ColumnIdx ': '
        ACCEPT ReportDefColumn(WS-ColumnIdx)
        PERFORM UNTIL ReportDefColumnValid(WS-ColumnIdx)
            DISPLAY 'Invalid input. Enter a report field code: '
            ACCEPT ReportDefColumn(WS-ColumnIdx)
        END-PERFORM
    END-PERFORM.

DELETE-DEFINITION.
    PERFORM OPEN-REPORT-DEF-FILE.
    MOVE WS-KeyReportID TO ReportDefID.
    READ ReportDefFile
        INVALID KEY
            DISPLAY 'Report definition not found.'
        NOT INVALID KEY
            PERFORM DISPLAY-DEFINITION
            DISPLAY 'Delete this report definition? (Y/N): '
            ACCEPT WS-Confirm
            IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                DELETE ReportDefFile
                    INVALID KEY
                        DISPLAY 'Unable to delete report definition.'
                    NOT INVALID KEY
                        DISPLAY 'Report definition deleted.'
                END-DELETE
            ELSE
                DISPLAY 'Delete cancelled.'
            END-IF
    END-READ.
    CLOSE ReportDefFile.

LIST-DEFINITIONS.
    MOVE ZERO TO WS-DefinitionsListed.
    MOVE 'N' TO EOF.
    OPEN INPUT ReportDefFile.
    IF WS-ReportDefStatus NOT = '00'
        DISPLAY 'No report definitions on file.'
    ELSE
        DISPLAY 'Report   Nightly CSV Title'
        PERFORM UNTIL EOF = 'Y'
            READ ReportDefFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    DISPLAY ReportDefID ' ' ReportDefNightlyFlag
                        '       ' ReportDefCSVFlag '   ' ReportDefTitle
                    ADD 1 TO WS-DefinitionsListed
        END-PERFORM
        CLOSE ReportDefFile
        DISPLAY WS-DefinitionsListed ' report definition(s) on file.'
    END-IF.

DISPLAY-DEFINITION.
    DISPLAY 'Report ' ReportDefID ': ' ReportDefTitle.
    IF RptSelCompanyCode NOT = SPACES
        DISPLAY '  Company: ' RptSelCompanyCode
    END-IF.
    DISPLAY '  Product: ' RptSelProductCode ' Branch: ' RptSelBranchCode
        ' Officer: ' RptSelOfficerID.
    DISPLAY '  Status: ' RptSelLoanStatus
        ' Currency: ' RptSelCurrencyCode.
    DISPLAY '  Balance from ' RptSelMinBalance ' to ' RptSelMaxBalance.
    DISPLAY '  Rate from ' RptSelMinRate ' to ' RptSelMaxRate.
    DISPLAY '  Originated from ' RptSelOrigFromDate
        ' to ' RptSelOrigToDate.
    DISPLAY '  Days past due from ' RptSelMinDaysPastDue
        ' to ' RptSelMaxDaysPastDue.
    DISPLAY '  Sort: ' ReportDefSortField ' ' ReportDefSortOrder
        '  Subtotal on: ' ReportDefBreakField.
    MOVE SPACES TO WS-ColumnList.
    MOVE 1 TO WS-ColumnPtr.
    PERFORM VARYING WS-ColumnIdx FROM 1 BY 1
            UNTIL WS-ColumnIdx > ReportDefColumnCount
                OR WS-ColumnIdx > 12
        STRING ReportDefColumn(WS-ColumnIdx) ' ' DELIMITED BY SIZE
            INTO WS-ColumnList WITH POINTER WS-ColumnPtr
    END-PERFORM.
    DISPLAY '  Columns: ' WS-ColumnList.
    DISPLAY '  Nightly: ' ReportDefNightlyFlag ' CSV: ' ReportDefCSVFlag
        '  Changed ' ReportDefChangedDate ' by ' ReportDefChangedUserID.

*> a definition can only be limited to a company its author may see
CHECK-DEFINITION-COMPANY.
    MOVE 'Y' TO WS-CompanyAllowed.
    IF RptSelCompanyCode NOT = SPACES
        CALL 'CheckCompanyEntitlement' USING LS-UserID
            RptSelCompanyCode WS-CompanyAllowed
    END-IF.

LIST-REPORT-FIELDS.
    DISPLAY 'Report field codes, for columns, sort and subtotals:'.
    DISPLAY '  LI Loan ID               BN Borrower Name'.
    DISPLAY '  BI Borrower ID           PC Product Code'.
    DISPLAY '  BR Branch Code           OF Loan Officer ID'.
    DISPLAY '  ST Loan Status           CU Currency Code'.
    DISPLAY '  LA Loan Amount           OB Outstanding Balance'.
    DISPLAY '  IR Interest Rate         TM Loan Term'.
    DISPLAY '  OD Origination Date      ND Next Payment Due'.
    DISPLAY '  PT Paid-Through Date     DP Days Past Due'.
    DISPLAY '  RG Risk Grade            RT Rate Type'.
    DISPLAY '  AI Accrued Interest      IA Installment Amount'.
    DISPLAY '  CL Credit Limit          DL Dealer Code'.
    DISPLAY '  AS Accrual Status'.

OPEN-REPORT-DEF-FILE.
    OPEN I-O ReportDefFile.
    IF WS-ReportDefStatus = '35'
        OPEN OUTPUT ReportDefFile
        CLOSE ReportDefFile
        OPEN I-O ReportDefFile
    END-IF.
