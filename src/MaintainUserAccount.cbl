IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainUserAccount.

ENVIRONMENT DIVISION.
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
01 EOF                PIC X VALUE 'N'.
01 WS-Choice          PIC 9.
01 WS-TargetUserID    PIC X(20).
01 WS-UserFound       PIC X VALUE 'N'.
01 WS-UserReplaced    PIC X VALUE 'N'.
01 WS-ConfirmChoice   PIC X(01).
01 WS-TempPassword    PIC X(20).
01 WS-TodayDate       PIC 9(8).
01 WS-CompanyFileStatus PIC X(02).
01 WS-CompanyIdx      PIC 9.
01 WS-CompaniesDone   PIC X VALUE 'N'.
01 WS-EnteredCompany  PIC X(04).
01 WS-CompanyValid    PIC X VALUE 'N'.

*> the account being maintained
    COPY USREC REPLACING LEADING ==User== BY ==WS-Account==.

LINKAGE SECTION.
01 LS-OperatorID PIC X(20).

*> supervisor maintenance of sign-on accounts. A locked account is
*> unlocked, or its password reset to a temporary one the user must
*> replace at next sign-on. DISABLED is for staff away for a time and
*> can be reversed; TERMINATED is for departed staff and is final. An
*> operator may not disable or terminate their own account. The
*> companies a user may work with are replaced as a whole; none
*> listed means the home company only, and **** means all
PROCEDURE DIVISION USING LS-OperatorID.
    DISPLAY '--- Maintain User Accounts ---'.
    DISPLAY '1. Unlock Account'.
    DISPLAY '2. Reset Password'.
    DISPLAY '3. Disable Account'.
    DISPLAY '4. Re-enable Disabled Account'.
    DISPLAY '5. Terminate Account'.
    DISPLAY '6. Display Account'.
    DISPLAY '7. Set Company Entitlements'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    IF WS-Choice < 1 OR WS-Choice > 7
        DISPLAY 'Invalid choice, please try again.'
        GOBACK
    END-IF.

    DISPLAY 'Enter User ID: '.
    ACCEPT WS-TargetUserID.
    PERFORM LOAD-USER-ACCOUNT.
    IF WS-UserFound = 'N'
        DISPLAY 'User ID not found.'
        GOBACK
    END-IF.

    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM UNLOCK-ACCOUNT
        WHEN 2
            PERFORM RESET-PASSWORD
        WHEN 3
            PERFORM DISABLE-ACCOUNT
        WHEN 4
            PERFORM REENABLE-ACCOUNT
        WHEN 5
            PERFORM TERMINATE-ACCOUNT
        WHEN 6
            PERFORM DISPLAY-ACCOUNT
        WHEN 7
            PERFORM SET-COMPANY-ENTITLEMENTS
    END-EVALUATE.
    GOBACK.

LOAD-USER-ACCOUNT.
    MOVE 'N' TO WS-UserFound.
    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus = '00'
        PERFORM UNTIL WS-UserFound = 'Y' OR EOF = 'Y'
            READ UserFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF UserID = WS-TargetUserID
                        MOVE 'Y' TO WS-UserFound
                        MOVE UserRecord TO WS-AccountRecord
                    END-IF
        END-PERFORM
        CLOSE UserFile
    END-IF.
    IF WS-UserFound = 'Y'
        IF WS-AccountFailedAttempts NOT NUMERIC
            MOVE ZERO TO WS-AccountFailedAttempts
        END-IF
        IF WS-AccountPasswordChangedDate NOT NUMERIC
            MOVE ZERO TO WS-AccountPasswordChangedDate
        END-IF
        IF WS-AccountLastSignOnDate NOT NUMERIC
            MOVE ZERO TO WS-AccountLastSignOnDate
        END-IF
    END-IF.

UNLOCK-ACCOUNT.
    IF NOT WS-AccountStatusLocked
        DISPLAY 'Account is not locked. Status: ' WS-AccountStatus
    ELSE
        SET WS-AccountStatusActive TO TRUE
        MOVE ZERO TO WS-AccountFailedAttempts
        PERFORM SAVE-USER-ACCOUNT
        DISPLAY 'Account unlocked.'
    END-IF.

*> a reset also clears a lockout, since a forgotten password is the
*> usual reason an account locks
RESET-PASSWORD.
    IF WS-AccountStatusDisabled OR WS-AccountStatusTerminated
        DISPLAY 'Account is ' WS-AccountStatus
            '; re-enable it before resetting the password.'
    ELSE
        DISPLAY 'Enter Temporary Password: '
        ACCEPT WS-TempPassword
        PERFORM UNTIL WS-TempPassword NOT = SPACES
            DISPLAY 'Invalid input. Enter a Temporary Password: '
            ACCEPT WS-TempPassword
        END-PERFORM
        CALL 'HashPassword' USING WS-TempPassword WS-AccountPasswordHash
        MOVE WS-TodayDate TO WS-AccountPasswordChangedDate
        MOVE 'Y' TO WS-AccountMustChangePassword
        MOVE ZERO TO WS-AccountFailedAttempts
        SET WS-AccountStatusActive TO TRUE
        PERFORM SAVE-USER-ACCOUNT
        DISPLAY 'Password reset. The user must change it at next sign-on.'
    END-IF.

DISABLE-ACCOUNT.
    EVALUATE TRUE
        WHEN WS-AccountID = LS-OperatorID
            DISPLAY 'You may not disable your own account.'
        WHEN WS-AccountStatusTerminated
            DISPLAY 'Account is already terminated.'
        WHEN WS-AccountStatusDisabled
            DISPLAY 'Account is already disabled.'
        WHEN OTHER
            SET WS-AccountStatusDisabled TO TRUE
            PERFORM SAVE-USER-ACCOUNT
            DISPLAY 'Account disabled.'
    END-EVALUATE.

REENABLE-ACCOUNT.
    IF NOT WS-AccountStatusDisabled
        DISPLAY 'Only a disabled account can be re-enabled. Status: '
            WS-AccountStatus
    ELSE
        SET WS-AccountStatusActive TO TRUE
        MOVE ZERO TO WS-AccountFailedAttempts
        PERFORM SAVE-USER-ACCOUNT
        DISPLAY 'Account re-enabled.'
    END-IF.

TERMINATE-ACCOUNT.
    IF WS-AccountID = LS-OperatorID
        DISPLAY 'You may not terminate your own account.'
    ELSE
        IF WS-AccountStatusTerminated
            DISPLAY 'Account is already terminated.'
        ELSE
            DISPLAY 'Termination cannot be reversed. Continue? (Y/N): '
            ACCEPT WS-ConfirmChoice
            IF WS-ConfirmChoice = 'Y' OR WS-ConfirmChoice = 'y'
                SET WS-AccountStatusTerminated TO TRUE
                PERFORM SAVE-USER-ACCOUNT
                DISPLAY 'Account terminated.'
            ELSE
                DISPLAY 'Termination cancelled.'
            END-IF
        END-IF
    END-IF.

DISPLAY-ACCOUNT.
    DISPLAY 'User ID:               ' WS-AccountID.
    DISPLAY 'Role:                  ' WS-AccountRole.
    DISPLAY 'Branch:                ' WS-AccountBranchCode.
    IF WS-AccountStatus = SPACES
        DISPLAY 'Status:                ACTIVE'
    ELSE
        DISPLAY 'Status:                ' WS-AccountStatus
    END-IF.
    DISPLAY 'Failed Attempts:       ' WS-AccountFailedAttempts.
    DISPLAY 'Password Changed:      ' WS-AccountPasswordChangedDate.
    IF WS-AccountPasswordChangeDue
        DISPLAY 'Password change due at next sign-on.'
    END-IF.
    DISPLAY 'Last Sign-On:          ' WS-AccountLastSignOnDate.
    IF WS-AccountCompanyCode(1) = SPACES
        DISPLAY 'Companies:             HOME COMPANY ONLY'
    ELSE
        PERFORM VARYING WS-CompanyIdx FROM 1 BY 1
                UNTIL WS-CompanyIdx > 5
            IF WS-AccountCompanyCode(WS-CompanyIdx) NOT = SPACES
                DISPLAY 'Company:               '
                    WS-AccountCompanyCode(WS-CompanyIdx)
            END-IF
        END-PERFORM
    END-IF.

SET-COMPANY-ENTITLEMENTS.
    IF WS-AccountStatusTerminated
        DISPLAY 'Account is terminated.'
    ELSE
        PERFORM VARYING WS-CompanyIdx FROM 1 BY 1
                UNTIL WS-CompanyIdx > 5
            MOVE SPACES TO WS-AccountCompanyCode(WS-CompanyIdx)
        END-PERFORM
        MOVE 'N' TO WS-CompaniesDone
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
                MOVE WS-EnteredCompany
                    TO WS-AccountCompanyCode(WS-CompanyIdx)
            END-IF
        END-PERFORM
        PERFORM SAVE-USER-ACCOUNT
        DISPLAY 'Company entitlements updated.'
    END-IF.

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

SAVE-USER-ACCOUNT.
    CALL 'RewriteUserRecord' USING WS-AccountRecord WS-UserReplaced.
    IF WS-UserReplaced = 'N'
        DISPLAY 'Account could not be updated.'
    END-IF.
