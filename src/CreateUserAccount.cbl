INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.
    COPY CYSEL.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

FD  CompanyFile.
    COPY CYREC.

WORKING-STORAGE SECTION.
01 WS-UserFileStatus  PIC X(02).
01 WS-PlainPassword   PIC X(20).
01 EOF                PIC X VALUE 'N'.
01 WS-UserIDInUse     PIC X VALUE 'N'.
01 WS-EnteredUserID   PIC X(20).
01 WS-CompanyFileStatus PIC X(02).
01 WS-CompanyIdx      PIC 9.
01 WS-CompaniesDone   PIC X VALUE 'N'.
01 WS-EnteredCompany  PIC X(04).
01 WS-CompanyValid    PIC X VALUE 'N'.

*> the password given here is issued by the administrator, so the
*> new user must choose their own at first sign-on. A user given no
*> companies works with the home company only; **** gives all
PROCEDURE DIVISION.
    DISPLAY 'Enter new User ID: '.
    ACCEPT UserID.
    ELSE
        MOVE ZERO TO UserOfficerID
    END-IF.
    PERFORM ACCEPT-USER-COMPANIES.

    SET UserStatusActive TO TRUE.
    MOVE ZERO TO UserFailedAttempts.
    ACCEPT UserPasswordChangedDate FROM DATE YYYYMMDD.
    MOVE 'Y' TO UserMustChangePassword.
    MOVE ZERO TO UserLastSignOnDate.

    WRITE UserRecord.
    CLOSE UserFile.
    DISPLAY 'User account created successfully.'.
    GOBACK.

ACCEPT-USER-COMPANIES.
    PERFORM VARYING WS-CompanyIdx FROM 1 BY 1 UNTIL WS-CompanyIdx > 5
        MOVE SPACES TO UserCompanyCode(WS-CompanyIdx)
    END-PERFORM.
    MOVE 'N' TO WS-CompaniesDone.
    PERFORM VARYING WS-CompanyIdx FROM 1 BY 1
            UNTIL WS-CompanyIdx > 5 OR WS-CompaniesDone = 'Y'
        DISPLAY 'Enter Company Code ' WS-CompanyIdx
            ' (spaces to finish, **** for all companies): '
        ACCEPT WS-EnteredCompany
        PERFORM CHECK-COMPANY-CODE
        PERFORM UNTIL WS-CompanyValid = 'Y'
            DISPLAY 'Company not on file or inactive. '
                'Enter a valid Company Code: '
            ACCEPT WS-EnteredCompany
            PERFORM CHECK-COMPANY-CODE
        END-PERFORM
        IF WS-EnteredCompany = SPACES
            MOVE 'Y' TO WS-CompaniesDone
        ELSE
            MOVE WS-EnteredCompany TO UserCompanyCode(WS-CompanyIdx)
        END-IF
    END-PERFORM.

CHECK-COMPANY-CODE.
    MOVE 'N' TO WS-CompanyValid.
    IF WS-EnteredCompany = SPACES OR WS-EnteredCompany = '****'
        MOVE 'Y' TO WS-CompanyValid
    ELSE
        OPEN INPUT CompanyFile
        IF WS-CompanyFileStatus = '00'
            MOVE WS-EnteredCompany TO CompanyCode
            READ CompanyFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CompanyActive
                        MOVE 'Y' TO WS-CompanyValid
                    END-IF
            END-READ
            CLOSE CompanyFile
        END-IF
    END-IF.

OPEN-USER-FILE.
    OPEN EXTEND UserFile.
    IF WS-UserFileStatus = '35'
