IDENTIFICATION DIVISION.
PROGRAM-ID. GetBorrowerLanguage.

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
01 LS-Language      PIC X(02).

*> the language the borrower asked to receive notices in; a borrower
*> not found or with no preference recorded gets English
PROCEDURE DIVISION USING LS-BorrowerID LS-Language.
    MOVE 'EN' TO LS-Language.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF BorrowerLanguage NOT = SPACES
                    MOVE BorrowerLanguage TO LS-Language
                END-IF
        END-READ
        CLOSE BorrowerFile
    END-IF.
    GOBACK.
