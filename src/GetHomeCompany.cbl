IDENTIFICATION DIVISION.
PROGRAM-ID. GetHomeCompany.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CYSEL.

DATA DIVISION.
FILE SECTION.
FD  CompanyFile.
    COPY CYREC.

WORKING-STORAGE SECTION.
01 EOF                  PIC X VALUE 'N'.
01 WS-CompanyFileStatus PIC X(02).

LINKAGE SECTION.
01 LS-CompanyCode       PIC X(04).

*> the home company is the bank the system was first built for. Loans,
*> branches, users and accounts carried over from before companies
*> were kept have no company code and belong to it. With no company
*> file, or none marked home, spaces are returned
PROCEDURE DIVISION USING LS-CompanyCode.
    MOVE SPACES TO LS-CompanyCode.
    MOVE 'N' TO EOF.
    OPEN INPUT CompanyFile.
    IF WS-CompanyFileStatus NOT = '00'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y'
        READ CompanyFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF CompanyHome
                    MOVE CompanyCode TO LS-CompanyCode
                    MOVE 'Y' TO EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CompanyFile.
    GOBACK.
