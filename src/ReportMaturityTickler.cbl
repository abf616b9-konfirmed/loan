IDENTIFICATION DIVISION.
PROGRAM-ID. ReportMaturityTickler.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    SELECT TicklerReportFile ASSIGN TO WS-TicklerReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  TicklerReportFile.
01  TicklerReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-LoanEOF                PIC X VALUE 'N'.
01 WS-LoanFileStatus         PIC X(02).
01 WS-TicklerReportFileName  PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-MaturityDate           PIC 9(8).
01 WS-TermMonths             PIC 9(4).
01 WS-DaysToMaturity         PIC S9(6).
01 WS-DaysMatured            PIC S9(6).
01 WS-DaysDisplay            PIC ZZZZ9.
01 WS-BalanceShown           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-BalloonShown           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-BalloonText            PIC X(17).
01 WS-WindowShown            PIC X(07).
01 WS-Within30Count          PIC 9(7) VALUE ZERO.
01 WS-Within60Count          PIC 9(7) VALUE ZERO.
01 WS-Within90Count          PIC 9(7) VALUE ZERO.
01 WS-MaturingBalance        PIC 9(11)V99 VALUE ZERO.
01 WS-MaturedCount           PIC 9(7) VALUE ZERO.
01 WS-MaturedBalance         PIC 9(11)V99 VALUE ZERO.

*> the tickler windows, in days ahead of the as-of date
01 WS-FirstWindowDays        PIC S9(6) VALUE 30.
01 WS-SecondWindowDays       PIC S9(6) VALUE 60.
01 WS-ThirdWindowDays        PIC S9(6) VALUE 90.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-ItemsReported          PIC 9(7).

*> the maturity tickler: loans still owing that reach final maturity
*> within the next 30, 60 and 90 days, with any balloon due, then the
*> loans already past maturity with a balance outstanding. A matured
*> loan is listed here on its own, apart from the delinquency aging,
*> as it needs payoff, extension or refinance rather than an
*> installment. Maturity is the origination date plus the loan term.
*> The nightly batch passes its due date; a zero date reports as of
*> the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ItemsReported.
    DISPLAY 'Building maturity tickler...'.
    MOVE ZERO TO LS-ItemsReported.
    MOVE ZERO TO WS-Within30Count.
    MOVE ZERO TO WS-Within60Count.
    MOVE ZERO TO WS-Within90Count.
    MOVE ZERO TO WS-MaturingBalance.
    MOVE ZERO TO WS-MaturedCount.
    MOVE ZERO TO WS-MaturedBalance.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. Nothing to report.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-TicklerReportFileName.
    STRING 'maturity-tickler-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-TicklerReportFileName.
    OPEN OUTPUT TicklerReportFile.
    MOVE SPACES TO TicklerReportLine.
    STRING '=== Maturity Tickler as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO TicklerReportLine.
    WRITE TicklerReportLine.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'LOANS MATURING IN THE NEXT 90 DAYS' TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'Loan ID Borrower                       Officer Maturity Days Window           Balance    Balloon Due'
        TO TicklerReportLine.
    WRITE TicklerReportLine.
    PERFORM START-LOAN-SCAN.
    PERFORM UNTIL WS-LoanEOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-LoanEOF
            NOT AT END
                IF (LoanStatusActive OR LoanStatusDefaulted)
                        AND OutstandingBalance OF LoanRecord > ZERO
                        AND LoanOriginationDate > ZERO
                    PERFORM COMPUTE-MATURITY-DATE
                    IF WS-MaturityDate NOT < WS-AsOfDate
                        PERFORM CHECK-MATURING-LOAN
                    END-IF
                END-IF
    END-PERFORM.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'MATURED - UNPAID' TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE 'Loan ID Borrower                       Officer Maturity Days Past Status            Balance    Balloon Due'
        TO TicklerReportLine.
    WRITE TicklerReportLine.
    PERFORM START-LOAN-SCAN.
    PERFORM UNTIL WS-LoanEOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-LoanEOF
            NOT AT END
                IF (LoanStatusActive OR LoanStatusDefaulted)
                        AND OutstandingBalance OF LoanRecord > ZERO
                        AND LoanOriginationDate > ZERO
                    PERFORM COMPUTE-MATURITY-DATE
                    IF WS-MaturityDate < WS-AsOfDate
                        PERFORM WRITE-MATURED-LINE
                    END-IF
                END-IF
    END-PERFORM.

    MOVE SPACES TO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE SPACES TO TicklerReportLine.
    STRING 'Maturing within 30 days: ' WS-Within30Count
        '  31-60 days: ' WS-Within60Count
        '  61-90 days: ' WS-Within90Count
        '  Balance: ' WS-MaturingBalance
        DELIMITED BY SIZE INTO TicklerReportLine.
    WRITE TicklerReportLine.
    MOVE SPACES TO TicklerReportLine.
    STRING 'Matured and unpaid: ' WS-MaturedCount
        '  Balance: ' WS-MaturedBalance
        DELIMITED BY SIZE INTO TicklerReportLine.
    WRITE TicklerReportLine.
    CLOSE TicklerReportFile.
    CLOSE LoanFile.

    COMPUTE LS-ItemsReported = WS-Within30Count + WS-Within60Count
        + WS-Within90Count + WS-MaturedCount.
    DISPLAY 'Maturing within 90 days: '
        WS-Within30Count ' / ' WS-Within60Count ' / ' WS-Within90Count.
    DISPLAY 'Matured and unpaid: ' WS-MaturedCount.
    DISPLAY 'Maturity tickler written to ' WS-TicklerReportFileName.
    GOBACK.

START-LOAN-SCAN.
    MOVE 'N' TO WS-LoanEOF.
    MOVE ZERO TO LoanID OF LoanRecord.
    START LoanFile KEY IS NOT LESS THAN LoanID OF LoanRecord
        INVALID KEY
            MOVE 'Y' TO WS-LoanEOF
    END-START.

COMPUTE-MATURITY-DATE.
    MOVE LoanTerm OF LoanRecord TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-MaturityDate.

CHECK-MATURING-LOAN.
    CALL 'DaysBetweenDates' USING WS-AsOfDate WS-MaturityDate
        WS-DaysToMaturity.
    MOVE SPACES TO WS-WindowShown.
    EVALUATE TRUE
        WHEN WS-DaysToMaturity NOT > WS-FirstWindowDays
            MOVE '0-30' TO WS-WindowShown
            ADD 1 TO WS-Within30Count
        WHEN WS-DaysToMaturity NOT > WS-SecondWindowDays
            MOVE '31-60' TO WS-WindowShown
            ADD 1 TO WS-Within60Count
        WHEN WS-DaysToMaturity NOT > WS-ThirdWindowDays
            MOVE '61-90' TO WS-WindowShown
            ADD 1 TO WS-Within90Count
    END-EVALUATE.
    IF WS-WindowShown NOT = SPACES
        ADD OutstandingBalance OF LoanRecord TO WS-MaturingBalance
        MOVE WS-DaysToMaturity TO WS-DaysDisplay
        PERFORM FORMAT-AMOUNTS
        MOVE SPACES TO TicklerReportLine
        STRING LoanID OF LoanRecord ' ' BorrowerName OF LoanRecord ' '
            LoanOfficerID '   ' WS-MaturityDate ' ' WS-DaysDisplay ' '
            WS-WindowShown ' ' WS-BalanceShown ' ' WS-BalloonText
            DELIMITED BY SIZE INTO TicklerReportLine
        WRITE TicklerReportLine
    END-IF.

WRITE-MATURED-LINE.
    CALL 'DaysBetweenDates' USING WS-MaturityDate WS-AsOfDate
        WS-DaysMatured.
    MOVE WS-DaysMatured TO WS-DaysDisplay.
    PERFORM FORMAT-AMOUNTS.
    MOVE SPACES TO TicklerReportLine.
    STRING LoanID OF LoanRecord ' ' BorrowerName OF LoanRecord ' '
        LoanOfficerID '   ' WS-MaturityDate ' ' WS-DaysDisplay ' '
        LoanStatus ' ' WS-BalanceShown ' ' WS-BalloonText
        DELIMITED BY SIZE INTO TicklerReportLine.
    WRITE TicklerReportLine.
    ADD 1 TO WS-MaturedCount.
    ADD OutstandingBalance OF LoanRecord TO WS-MaturedBalance.

FORMAT-AMOUNTS.
    MOVE OutstandingBalance OF LoanRecord TO WS-BalanceShown.
    MOVE SPACES TO WS-BalloonText.
    IF BalloonAmount OF LoanRecord > ZERO
        MOVE BalloonAmount OF LoanRecord TO WS-BalloonShown
        MOVE WS-BalloonShown TO WS-BalloonText
    END-IF.
