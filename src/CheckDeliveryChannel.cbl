IDENTIFICATION DIVISION.
PROGRAM-ID. CheckDeliveryChannel.

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
01 LS-BorrowerID    PIC 9(5).
01 LS-EDelivery     PIC X(01).
01 LS-EmailAddress  PIC X(60).

*> returns 'Y' and the address when the borrower has consented to
*> electronic delivery, prefers it, and has an address on file; every
*> other borrower gets paper. A bounce switches the preference back to
*> PAPER, so a bounced address is never used again until the borrower
*> gives a new one
PROCEDURE DIVISION USING LS-BorrowerID LS-EDelivery LS-EmailAddress.
    MOVE 'N' TO LS-EDelivery.
    MOVE SPACES TO LS-EmailAddress.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF BorrowerEConsentGiven AND BorrowerPrefersEmail
                        AND BorrowerEmailAddress NOT = SPACES
                    MOVE 'Y' TO LS-EDelivery
                    MOVE BorrowerEmailAddress TO LS-EmailAddress
                END-IF
        END-READ
        CLOSE BorrowerFile
    END-IF.
    GOBACK.
