IDENTIFICATION DIVISION.
PROGRAM-ID. GetMailingAddress.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus PIC X(02).

LINKAGE SECTION.
01 LS-BorrowerID      PIC 9(5).
    COPY MAREC.
01 LS-CityStateZip    PIC X(40).
01 LS-AddressFound    PIC X(01).

*> the borrower's structured mailing address, with the city, state
*> and ZIP set out as the one line they print on. A borrower not
*> found comes back with every line blank
PROCEDURE DIVISION USING LS-BorrowerID MailingAddress LS-CityStateZip
        LS-AddressFound.
    MOVE SPACES TO MailingAddress.
    MOVE SPACES TO LS-CityStateZip.
    MOVE 'N' TO LS-AddressFound.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO LS-AddressFound
                MOVE BorrowerAddress TO MailingAddress
        END-READ
        CLOSE BorrowerFile
    END-IF.
    CALL 'FormatCityStateZip' USING MailingAddress LS-CityStateZip.
    GOBACK.
