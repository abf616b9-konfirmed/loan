IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCompanies.

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
01 WS-Choice            PIC 9.
01 WS-TodayDate         PIC 9(8).
01 WS-HomeCompanyCode   PIC X(04).
01 WS-CompanyCodeEntry  PIC X(04).
01 WS-CompaniesListed   PIC 9(3) VALUE ZERO.

*> the legal entities serviced on the system. The first company added
*> is the home company, the bank the system was first built for, and
*> loans, branches and users with no company code belong to it. A
*> company is deactivated rather than deleted once loans are booked
*> to it; the home company cannot be deactivated
PROCEDURE DIVISION.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    CALL 'GetHomeCompany' USING WS-HomeCompanyCode.
    PERFORM OPEN-COMPANY-FILE.

    DISPLAY '--- Maintain Companies ---'.
    DISPLAY '1. Add Company'.
    DISPLAY '2. Update Company'.
    DISPLAY '3. Deactivate Company'.
    DISPLAY '4. Display Company'.
    DISPLAY '5. List Companies'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM ADD-COMPANY
        WHEN 2
            PERFORM UPDATE-COMPANY
        WHEN 3
            PERFORM DEACTIVATE-COMPANY
        WHEN 4
            PERFORM DISPLAY-COMPANY
        WHEN 5
            PERFORM LIST-COMPANIES
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE CompanyFile.
    GOBACK.

ADD-COMPANY.
    DISPLAY 'Enter Company Code (4 characters): '.
    ACCEPT WS-CompanyCodeEntry.
    PERFORM UNTIL WS-CompanyCodeEntry NOT = SPACES
            AND WS-CompanyCodeEntry NOT = '****'
        DISPLAY 'Invalid input. Enter a Company Code: '
        ACCEPT WS-CompanyCodeEntry
    END-PERFORM.
    MOVE WS-CompanyCodeEntry TO CompanyCode.
    PERFORM ACCEPT-COMPANY-DETAILS.
    SET CompanyActive TO TRUE.
    MOVE WS-TodayDate TO CompanyAddedDate.
    IF WS-HomeCompanyCode = SPACES
        SET CompanyHome TO TRUE
    ELSE
        SET CompanyNotHome TO TRUE
    END-IF.
    WRITE CompanyRecord
        INVALID KEY
            DISPLAY 'Company Code already exists. Company not added.'
        NOT INVALID KEY
            DISPLAY 'Company added.'
            IF CompanyHome
                DISPLAY 'This is the home company: loans, branches and'
                DISPLAY 'users with no company code belong to it.'
            END-IF
    END-WRITE.

UPDATE-COMPANY.
    DISPLAY 'Enter Company Code: '.
    ACCEPT CompanyCode.
    READ CompanyFile
        INVALID KEY
            DISPLAY 'Company not found.'
        NOT INVALID KEY
            PERFORM ACCEPT-COMPANY-DETAILS
            REWRITE CompanyRecord
            DISPLAY 'Company updated.'
    END-READ.

DEACTIVATE-COMPANY.
    DISPLAY 'Enter Company Code: '.
    ACCEPT CompanyCode.
    READ CompanyFile
        INVALID KEY
            DISPLAY 'Company not found.'
        NOT INVALID KEY
            IF CompanyHome
                DISPLAY 'The home company cannot be deactivated.'
            ELSE
                SET CompanyInactive TO TRUE
                REWRITE CompanyRecord
                DISPLAY 'Company deactivated. No new branches can be'
                DISPLAY 'opened under it.'
            END-IF
    END-READ.

DISPLAY-COMPANY.
    DISPLAY 'Enter Company Code: '.
    ACCEPT CompanyCode.
    READ CompanyFile
        INVALID KEY
            DISPLAY 'Company not found.'
        NOT INVALID KEY
            PERFORM SHOW-COMPANY
    END-READ.

LIST-COMPANIES.
    MOVE ZERO TO WS-CompaniesListed.
    MOVE 'N' TO EOF.
    MOVE LOW-VALUES TO CompanyCode.
    START CompanyFile KEY IS NOT LESS THAN CompanyCode
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ CompanyFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM SHOW-COMPANY
                ADD 1 TO WS-CompaniesListed
        END-READ
    END-PERFORM.
    DISPLAY WS-CompaniesListed ' company(ies) on file.'.

SHOW-COMPANY.
    DISPLAY 'Company ' CompanyCode ' [' CompanyStatus '] ' CompanyName.
    DISPLAY '  Tax ID: ' CompanyTaxID '  Added: ' CompanyAddedDate.
    IF CompanyHome
        DISPLAY '  Home company'
    END-IF.

ACCEPT-COMPANY-DETAILS.
    DISPLAY 'Enter Company Name: '.
    ACCEPT CompanyName.
    PERFORM UNTIL CompanyName NOT = SPACES
        DISPLAY 'Invalid input. Enter a Company Name: '
        ACCEPT CompanyName
    END-PERFORM.
    DISPLAY 'Enter Company Tax ID: '.
    ACCEPT CompanyTaxID.

OPEN-COMPANY-FILE.
    OPEN I-O CompanyFile.
    IF WS-CompanyFileStatus = '35'
        OPEN OUTPUT CompanyFile
        CLOSE CompanyFile
        OPEN I-O CompanyFile
    END-IF.
