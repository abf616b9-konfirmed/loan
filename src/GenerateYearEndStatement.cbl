01 WS-CodStatements          PIC 9(7) VALUE ZERO.
01 WS-EscrowFileStatus       PIC X(02).
01 WS-EscrowIntCredited      PIC 9(9)V99 VALUE ZERO.
01 WS-CodBorrowerID         PIC 9(5) VALUE ZERO.
01 WS-AddrBorrowerID        PIC 9(5) VALUE ZERO.
01 WS-CityStateZip          PIC X(40).
01 WS-AddressFound          PIC X(01).
01 WS-MailLine              PIC X(80).
01 WS-MailLineCount         PIC 9(1).
01 WS-MailLineIdx           PIC 9(1).
01 WS-MailLines.
    05 WS-MailLineText      PIC X(45) OCCURS 3 TIMES.
    COPY MAREC.

LINKAGE SECTION.
01 LS-TaxYear                PIC 9(4).
01 LS-StatementsProduced     PIC 9(7).

*> the nightly batch passes the tax year when the year-end schedule
*> falls due; a zero year prompts for it
PROCEDURE DIVISION USING LS-TaxYear LS-StatementsProduced.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-BorrowersStatemented.
    MOVE ZERO TO WS-TotalInterestPaid.
    MOVE ZERO TO WS-CodStatements.
    IF LS-TaxYear = ZERO
        DISPLAY 'Enter Tax Year for interest-paid statements (YYYY): '
        ACCEPT WS-TaxYear
        PERFORM UNTIL WS-TaxYear NUMERIC
            DISPLAY 'Invalid input. Enter a numeric Tax Year (YYYY): '
            ACCEPT WS-TaxYear
        END-PERFORM
    ELSE
        MOVE LS-TaxYear TO WS-TaxYear
    END-IF.

    STRING 'year-end-interest-' WS-TaxYear '.txt' DELIMITED BY SIZE
        INTO WS-StatementFileName.
    DISPLAY 'Year-end interest-paid statement written to ' WS-StatementFileName.

    PERFORM WRITE-COD-STATEMENTS.
    MOVE WS-BorrowersStatemented TO LS-StatementsProduced.
    GOBACK.

WRITE-COD-STATEMENTS.
        DELIMITED BY SIZE INTO CodStatementLine.
    WRITE CodStatementLine.
    DISPLAY CodStatementLine.
    MOVE WS-CodBorrowerID TO WS-AddrBorrowerID.
    PERFORM BUILD-MAILING-LINES.
    PERFORM VARYING WS-MailLineIdx FROM 1 BY 1
            UNTIL WS-MailLineIdx > WS-MailLineCount
        PERFORM FORMAT-MAIL-LINE
        MOVE WS-MailLine TO CodStatementLine
        WRITE CodStatementLine
    END-PERFORM.
    ADD 1 TO WS-CodStatements.

LOOKUP-COD-BORROWER-NAME.
    MOVE 'N' TO WS-LoanOnFile.
    MOVE SPACES TO WS-CodBorrowerName.
    MOVE ZERO TO WS-CodBorrowerID.
    OPEN INPUT LoanFile.
    MOVE ChargeOffLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanOnFile
            MOVE BorrowerName OF LoanRecord TO WS-CodBorrowerName
            MOVE BorrowerID OF LoanRecord TO WS-CodBorrowerID
    END-READ.
    CLOSE LoanFile.

        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    DISPLAY StatementLine.
    MOVE BorrowerID OF LoanRecord TO WS-AddrBorrowerID.
    PERFORM BUILD-MAILING-LINES.
    PERFORM VARYING WS-MailLineIdx FROM 1 BY 1
            UNTIL WS-MailLineIdx > WS-MailLineCount
        PERFORM FORMAT-MAIL-LINE
        MOVE WS-MailLine TO StatementLine
        WRITE StatementLine
    END-PERFORM.
    PERFORM LOOKUP-ESCROW-INTEREST-CREDITED.
    IF WS-EscrowIntCredited > ZERO
        STRING '          Escrow Interest Credited: '
        DISPLAY StatementLine
    END-IF.

*> the mailing address the statement goes to, as up to three lines:
*> street, second street line when present, and city, state and ZIP
*> with the country after it for a foreign address
BUILD-MAILING-LINES.
    CALL 'GetMailingAddress' USING WS-AddrBorrowerID
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE SPACES TO WS-MailLines.
    MOVE ZERO TO WS-MailLineCount.
    IF MailAddrLine1 NOT = SPACES
        ADD 1 TO WS-MailLineCount
        MOVE MailAddrLine1 TO WS-MailLineText(WS-MailLineCount)
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        ADD 1 TO WS-MailLineCount
        MOVE MailAddrLine2 TO WS-MailLineText(WS-MailLineCount)
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        ADD 1 TO WS-MailLineCount
        MOVE WS-CityStateZip TO WS-MailLineText(WS-MailLineCount)
        IF NOT MailCountryUS
            MOVE MailCountry
                TO WS-MailLineText(WS-MailLineCount)(42:2)
        END-IF
    END-IF.

FORMAT-MAIL-LINE.
    MOVE SPACES TO WS-MailLine.
    IF WS-MailLineIdx = 1
        STRING '          Mail To: ' WS-MailLineText(WS-MailLineIdx)
            DELIMITED BY SIZE INTO WS-MailLine
    ELSE
        STRING '                   ' WS-MailLineText(WS-MailLineIdx)
            DELIMITED BY SIZE INTO WS-MailLine
    END-IF.

LOOKUP-ESCROW-INTEREST-CREDITED.
    MOVE ZERO TO WS-EscrowIntCredited.
    OPEN INPUT EscrowFile.
