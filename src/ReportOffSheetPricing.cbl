01 WS-SheetFound        PIC X(01).
01 WS-RateDelta         PIC S9(3)V99 VALUE ZERO.
01 WS-ExceptionsWritten PIC 9(5) VALUE ZERO.
01 WS-InsiderID         PIC 9(5).
01 WS-InsiderType       PIC X(12).
01 WS-InsiderFound      PIC X(01).
01 WS-InsiderMark       PIC X(20).

*> a funded rate is "off sheet" when it strays more than this from
*> the sheet rate in effect on the origination date
01 WS-OffSheetTolerance PIC 9(1)V999 VALUE 0.125.

*> weekly exception run: funded loans whose booked rate does not
*> match the official rate sheet for their product and term. A loan
*> to an insider or their related interest is an exception at any
*> rate below the sheet, however small, since insiders may not be
*> given preferential pricing
PROCEDURE DIVISION.
    DISPLAY 'Checking funded loans against the rate sheet...'.
    CALL 'GetBusinessDate' USING WS-RunDate.
        WS-PeriodStartDate ' ===' DELIMITED BY SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE 'Loan ID  Product Officer Funded    Booked Sheet  Delta  Insider'
        TO ReportLine.
    WRITE ReportLine.

        IF WS-RateDelta < ZERO
            COMPUTE WS-RateDelta = WS-RateDelta * -1
        END-IF
        MOVE 'N' TO WS-InsiderFound
        MOVE SPACES TO WS-InsiderMark
        IF InterestRate < WS-SheetRate
            CALL 'GetInsiderStatus' USING BorrowerID OF LoanRecord
                WS-InsiderID WS-InsiderType WS-InsiderFound
            IF WS-InsiderFound = 'Y'
                MOVE 'INSIDER BELOW SHEET' TO WS-InsiderMark
            END-IF
        END-IF
        IF WS-RateDelta > WS-OffSheetTolerance
                OR WS-InsiderFound = 'Y'
            COMPUTE WS-RateDelta = InterestRate - WS-SheetRate
            STRING LoanID OF LoanRecord DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SheetRate DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RateDelta DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-InsiderMark DELIMITED BY SIZE
                INTO ReportLine
            WRITE ReportLine
            ADD 1 TO WS-ExceptionsWritten
