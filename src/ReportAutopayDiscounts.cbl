IDENTIFICATION DIVISION.
PROGRAM-ID. ReportAutopayDiscounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SISEL.
    COPY LNSEL.
    SELECT DiscountReportFile ASSIGN TO WS-DiscountReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AutopayFile.
    COPY SIREC.

FD  LoanFile.
    COPY LNREC.

FD  DiscountReportFile.
01  DiscountReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-AutopayFileStatus      PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-DiscountReportFileName PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-DaysOnDiscount         PIC S9(6) VALUE ZERO.
01 WS-AnnualGivenUp          PIC 9(9)V99 VALUE ZERO.
01 WS-GivenUpToDate          PIC 9(9)V99 VALUE ZERO.
01 WS-LoansReported          PIC 9(7) VALUE ZERO.
01 WS-TotalBalance           PIC 9(11)V99 VALUE ZERO.
01 WS-TotalAnnualGivenUp     PIC 9(11)V99 VALUE ZERO.
01 WS-TotalGivenUpToDate     PIC 9(11)V99 VALUE ZERO.
01 WS-RateShown              PIC Z9.99.
01 WS-DiscountShown          PIC Z9.99.
01 WS-BalanceShown           PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-AnnualShown            PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-ToDateShown            PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-CountShown             PIC Z,ZZZ,ZZ9.

*> interest given up is estimated on the current balance at this
*> many days to the year
01 WS-DaysPerYear            PIC 9(3) VALUE 365.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-LoansReported          PIC 9(7).

*> every loan on autopay with a rate discount in effect, with the
*> discount, the rate the borrower now pays, and the interest given up:
*> a year's worth at today's balance and an estimate of what has been
*> given up since the discount went on. A zero date runs as of the
*> business date
PROCEDURE DIVISION USING LS-AsOfDate LS-LoansReported.
    DISPLAY 'Building autopay rate discount report...'.
    MOVE ZERO TO LS-LoansReported.
    MOVE ZERO TO WS-LoansReported.
    MOVE ZERO TO WS-TotalBalance.
    MOVE ZERO TO WS-TotalAnnualGivenUp.
    MOVE ZERO TO WS-TotalGivenUpToDate.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT AutopayFile.
    IF WS-AutopayFileStatus NOT = '00'
        DISPLAY 'No autopay instructions on file. Nothing to report.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. Nothing to report.'
        CLOSE AutopayFile
        GOBACK
    END-IF.

    MOVE SPACES TO WS-DiscountReportFileName.
    STRING 'autopay-discounts-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-DiscountReportFileName.
    OPEN OUTPUT DiscountReportFile.
    MOVE SPACES TO DiscountReportLine.
    STRING '=== Autopay Rate Discounts in Effect as of '
        WS-AsOfDate ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO DiscountReportLine.
    WRITE DiscountReportLine.
    MOVE SPACES TO DiscountReportLine.
    WRITE DiscountReportLine.
    MOVE 'Loan ID  Borrower                        Prod    Disc   Rate  Since     Ret            Balance   Annual Given Up  Given Up To Date'
        TO DiscountReportLine.
    WRITE DiscountReportLine.

    PERFORM UNTIL EOF = 'Y'
        READ AutopayFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF AutopayEnrolled AND AutopayDiscountRate NUMERIC
                        AND AutopayDiscountRate > ZERO
                    PERFORM REPORT-DISCOUNTED-LOAN
                END-IF
    END-PERFORM.
    CLOSE AutopayFile.
    CLOSE LoanFile.

    MOVE SPACES TO DiscountReportLine.
    WRITE DiscountReportLine.
    MOVE WS-LoansReported TO WS-CountShown.
    MOVE WS-TotalBalance TO WS-BalanceShown.
    MOVE WS-TotalAnnualGivenUp TO WS-AnnualShown.
    MOVE WS-TotalGivenUpToDate TO WS-ToDateShown.
    MOVE SPACES TO DiscountReportLine.
    STRING 'Loans on discount: ' WS-CountShown
        '  Balance: ' WS-BalanceShown
        '  Annual interest given up: ' WS-AnnualShown
        '  Given up to date: ' WS-ToDateShown
        DELIMITED BY SIZE INTO DiscountReportLine.
    WRITE DiscountReportLine.
    CLOSE DiscountReportFile.

    MOVE WS-LoansReported TO LS-LoansReported.
    DISPLAY 'Loans on autopay rate discount: ' WS-LoansReported.
    DISPLAY 'Annual interest given up: ' WS-TotalAnnualGivenUp.
    DISPLAY 'Discount report written to ' WS-DiscountReportFileName.
    GOBACK.

REPORT-DISCOUNTED-LOAN.
    MOVE 'N' TO WS-LoanFound.
    MOVE AutopayLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Autopay instruction for Loan ID ' AutopayLoanID
                ' has no loan on file; skipped.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'Y'
        COMPUTE WS-AnnualGivenUp ROUNDED =
            OutstandingBalance * AutopayDiscountRate / 100
        MOVE ZERO TO WS-DaysOnDiscount
        IF AutopayDiscountDate NUMERIC
                AND AutopayDiscountDate NOT = ZERO
            CALL 'DaysBetweenDates' USING AutopayDiscountDate
                WS-AsOfDate WS-DaysOnDiscount
            IF WS-DaysOnDiscount < ZERO
                MOVE ZERO TO WS-DaysOnDiscount
            END-IF
        END-IF
        COMPUTE WS-GivenUpToDate ROUNDED =
            WS-AnnualGivenUp * WS-DaysOnDiscount / WS-DaysPerYear
        ADD 1 TO WS-LoansReported
        ADD OutstandingBalance TO WS-TotalBalance
        ADD WS-AnnualGivenUp TO WS-TotalAnnualGivenUp
        ADD WS-GivenUpToDate TO WS-TotalGivenUpToDate
        MOVE AutopayDiscountRate TO WS-DiscountShown
        MOVE InterestRate TO WS-RateShown
        MOVE OutstandingBalance TO WS-BalanceShown
        MOVE WS-AnnualGivenUp TO WS-AnnualShown
        MOVE WS-GivenUpToDate TO WS-ToDateShown
        MOVE SPACES TO DiscountReportLine
        STRING AutopayLoanID '  ' BorrowerName OF LoanRecord '  '
            ProductCode OF LoanRecord '   ' WS-DiscountShown '  '
            WS-RateShown '  ' AutopayDiscountDate '  '
            AutopayReturnCount '  ' WS-BalanceShown '  '
            WS-AnnualShown '  ' WS-ToDateShown
            DELIMITED BY SIZE INTO DiscountReportLine
        WRITE DiscountReportLine
    END-IF.
