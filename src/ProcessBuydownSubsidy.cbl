01 WS-THBalanceBefore     PIC 9(11)V99.
01 WS-THBalanceAfter      PIC 9(11)V99.
01 WS-THProgram           PIC X(20).
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-DrawsPosted PIC 9(7).
        STRING 'Borrower: ' BorrowerName OF LoanRecord
            DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
        PERFORM WRITE-ADDRESS-BLOCK
    END-IF.
    STRING 'Your temporary rate buydown ends '
        BuydownPeriod2EndDate '. After that date your payment'
    DISPLAY 'Buydown expiry notice sent for Loan '
        BuydownLoanID '.'.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO NoticeLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
