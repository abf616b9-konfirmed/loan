INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BCSEL.
    COPY CYSEL.

DATA DIVISION.
FILE SECTION.
FD  BranchFile.
    COPY BCREC.

FD  CompanyFile.
    COPY CYREC.

WORKING-STORAGE SECTION.
01 WS-End-Flag PIC X VALUE 'N'.
01 WS-BranchCodeEntry PIC X(04).
01 WS-BranchFileStatus PIC X(02).
01 WS-CompanyFileStatus PIC X(02).
01 WS-CompanyFound PIC X VALUE 'N'.

PROCEDURE DIVISION.
    OPEN OUTPUT BranchFile.
            MOVE WS-BranchCodeEntry TO BranchCode
            DISPLAY 'Enter Branch Name: '
            ACCEPT BranchName
            DISPLAY 'Enter Company Code (spaces for the home company): '
            ACCEPT BranchCompanyCode
            PERFORM LOOKUP-COMPANY
            PERFORM UNTIL WS-CompanyFound = 'Y'
                DISPLAY 'Company not on file or inactive. Enter a valid'
                DISPLAY 'Company Code (spaces for the home company): '
                ACCEPT BranchCompanyCode
                PERFORM LOOKUP-COMPANY
            END-PERFORM
            WRITE BranchRecord
                INVALID KEY
                    DISPLAY 'Branch Code already exists. Record not written.'

    CLOSE BranchFile.
    STOP RUN.

*> a branch belongs to one company, and every loan booked at it to
*> that company
LOOKUP-COMPANY.
    MOVE 'N' TO WS-CompanyFound.
    IF BranchCompanyCode = SPACES
        MOVE 'Y' TO WS-CompanyFound
    ELSE
        OPEN INPUT CompanyFile
        IF WS-CompanyFileStatus = '00'
            MOVE BranchCompanyCode TO CompanyCode
            READ CompanyFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CompanyActive
                        MOVE 'Y' TO WS-CompanyFound
                    END-IF
            END-READ
            CLOSE CompanyFile
        END-IF
    END-IF.
