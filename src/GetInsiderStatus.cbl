IDENTIFICATION DIVISION.
PROGRAM-ID. GetInsiderStatus.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY INSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  InsiderLinkFile.
    COPY INREC.

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus  PIC X(02).
01 WS-InsiderLinkStatus   PIC X(02).
01 WS-BorrowerFound       PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-BorrowerID          PIC 9(5).
01 LS-InsiderID           PIC 9(5).
01 LS-InsiderType         PIC X(12).
01 LS-Found               PIC X(01).

*> whether credit to a borrower is insider credit: the borrower is an
*> executive officer, director or principal shareholder, or a related
*> interest (a company they control or a political committee) linked
*> to one. Returns the insider the credit aggregates to and the
*> insider's own relationship type; a related interest whose insider
*> is no longer designated is not insider credit
PROCEDURE DIVISION USING LS-BorrowerID LS-InsiderID LS-InsiderType
        LS-Found.
    MOVE 'N' TO LS-Found.
    MOVE ZERO TO LS-InsiderID.
    MOVE SPACES TO LS-InsiderType.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        GOBACK
    END-IF.
    MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord.
    PERFORM READ-BORROWER.
    IF WS-BorrowerFound = 'Y' AND BorrowerIsInsider
        IF BorrowerInsiderRelatedInt
            PERFORM FIND-LINKED-INSIDER
        ELSE
            MOVE LS-BorrowerID TO LS-InsiderID
            MOVE BorrowerInsiderType TO LS-InsiderType
            MOVE 'Y' TO LS-Found
        END-IF
    END-IF.
    CLOSE BorrowerFile.
    GOBACK.

FIND-LINKED-INSIDER.
    OPEN INPUT InsiderLinkFile.
    IF WS-InsiderLinkStatus = '00'
        MOVE LS-BorrowerID TO LinkRelatedBorrowerID
        READ InsiderLinkFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LinkInsiderBorrowerID TO BorrowerID OF BorrowerRecord
                PERFORM READ-BORROWER
                IF WS-BorrowerFound = 'Y' AND BorrowerIsInsider
                        AND BorrowerInsiderTypeValid
                    MOVE LinkInsiderBorrowerID TO LS-InsiderID
                    MOVE BorrowerInsiderType TO LS-InsiderType
                    MOVE 'Y' TO LS-Found
                END-IF
        END-READ
        CLOSE InsiderLinkFile
    END-IF.

READ-BORROWER.
    MOVE 'N' TO WS-BorrowerFound.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-BorrowerFound
    END-READ.
