01 WS-RegisterFileStatus   PIC X(02).
01 WS-LetterFileName       PIC X(40).
01 WS-RegisterFileName     PIC X(40).
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-LoanID        PIC 9(7).
01 LS-BorrowerID    PIC 9(5).
01 LS-BorrowerName  PIC X(30).
01 LS-ReleaseDate   PIC 9(8).

*> called when a secured loan pays off: marks the lien released,
*> produces the borrower's release letter, and adds the item to the
*> daily released-collateral register for the back office
PROCEDURE DIVISION USING LS-LoanID LS-BorrowerID LS-BorrowerName
        LS-ReleaseDate.
    OPEN I-O CollateralFile.
    IF WS-CollateralFileStatus NOT = '00'
        GOBACK
    MOVE SPACES TO LetterLine.
    STRING 'Borrower: ' LS-BorrowerName DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    PERFORM WRITE-ADDRESS-BLOCK.
    MOVE SPACES TO LetterLine.
    STRING 'Collateral: ' CollateralDescription DELIMITED BY SIZE
        INTO LetterLine.
    WRITE LetterLine.
    CLOSE LetterFile.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    CALL 'GetMailingAddress' USING LS-BorrowerID
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO LetterLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.

WRITE-REGISTER-LINE.
    STRING 'released-collateral-' LS-ReleaseDate '.dat'
        DELIMITED BY SIZE INTO WS-RegisterFileName.
