01 WS-TotalBalance       PIC 9(11)V99 VALUE ZERO.
01 WS-TotalPastDue       PIC 9(11)V99 VALUE ZERO.
01 WS-StatementsWritten  PIC 9(5) VALUE ZERO.
01 WS-CityStateZip         PIC X(40).
    COPY MAREC.

*> one envelope per borrower: a single consolidated statement that
*> covers every loan the borrower is on
    STRING 'Borrower: ' WS-CurrentBorrowerID ' '
        BorrowerFullName DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    PERFORM WRITE-ADDRESS-BLOCK.
    STRING 'Statement Date: ' WS-RunDate DELIMITED BY SIZE
        INTO StatementLine.
    WRITE StatementLine.
        DISPLAY 'Statement written to ' WS-StatementFileName
    END-IF.

*> the mailing address under the name, one line per part, with the
*> second street line and a foreign country only when present
WRITE-ADDRESS-BLOCK.
    MOVE BorrowerAddress TO MailingAddress.
    CALL 'FormatCityStateZip' USING MailingAddress WS-CityStateZip.
    MOVE SPACES TO StatementLine.
    STRING 'Address:  ' MailAddrLine1 DELIMITED BY SIZE
        INTO StatementLine.
    WRITE StatementLine.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO StatementLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE
            INTO StatementLine
        WRITE StatementLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO StatementLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE
            INTO StatementLine
        WRITE StatementLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO StatementLine
        STRING '          ' MailCountry DELIMITED BY SIZE
            INTO StatementLine
        WRITE StatementLine
    END-IF.

WRITE-LOAN-SECTION.
    MOVE SPACES TO StatementLine.
    WRITE StatementLine.
