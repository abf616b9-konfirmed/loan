    COPY PRSEL.
    COPY BCSEL.
    COPY LOSEL.
    COPY RKSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanOfficerFile.
    COPY LOREC.

FD  RateLockFile.
    COPY RKREC.

WORKING-STORAGE SECTION.
01 WS-SheetAsOfDate PIC 9(8).
01 WS-SheetRate     PIC 9(2)V99.
01 WS-ProductFileStatus     PIC X(02).
01 WS-BranchFileStatus      PIC X(02).
01 WS-LoanOfficerFileStatus PIC X(02).
01 WS-RateLockFileStatus    PIC X(02).
01 WS-Choice                PIC 9.
01 WS-BorrowerFound         PIC X VALUE 'N'.
01 WS-ProductFound          PIC X VALUE 'N'.
    DISPLAY '3. Approve Application'.
    DISPLAY '4. Decline Application'.
    DISPLAY '5. Display Application'.
    DISPLAY '6. Withdraw Application'.
    DISPLAY '7. Application Pipeline Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

            PERFORM DECLINE-APPLICATION
        WHEN 5
            PERFORM DISPLAY-APPLICATION
        WHEN 6
            PERFORM WITHDRAW-APPLICATION
        WHEN 7
            CALL 'ReportApplicationPipeline'
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
        PERFORM LOOKUP-BORROWER
    END-PERFORM.

    DISPLAY 'Enter Co-Borrower ID, or zero if none: '.
    ACCEPT AppCoBorrowerID.
    PERFORM UNTIL AppCoBorrowerID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Co-Borrower ID, or zero if none: '
        ACCEPT AppCoBorrowerID
    END-PERFORM.
    IF AppCoBorrowerID NOT = ZERO
        PERFORM LOOKUP-CO-BORROWER
        PERFORM UNTIL WS-BorrowerFound = 'Y'
            DISPLAY 'Co-Borrower ID not found. Enter a valid Co-Borrower ID: '
            ACCEPT AppCoBorrowerID
            PERFORM LOOKUP-CO-BORROWER
        END-PERFORM
    END-IF.

    DISPLAY 'Enter Product Code: '.
    ACCEPT AppProductCode.
    PERFORM LOOKUP-PRODUCT.

    MOVE WS-TodayDate TO AppReceivedDate.
    SET AppStatusReceived TO TRUE.
    MOVE WS-TodayDate TO AppStatusDate.
    MOVE ZERO TO AppFundedDate.
    MOVE SPACES TO AppDecisionReason.
    MOVE ZERO TO AppDecisionDate.
    MOVE ZERO TO AppDebtToIncomePct.
    MOVE SPACE TO AppRiskTier.
    MOVE ZERO TO AppFundedLoanID.

    WRITE LoanApplicationRecord
        INVALID KEY
        NOT INVALID KEY
            IF AppStatusReceived
                SET AppStatusInUnderwriting TO TRUE
                MOVE WS-TodayDate TO AppStatusDate
                REWRITE LoanApplicationRecord
                DISPLAY 'Application moved to IN-UNDERWRITING.'
            ELSE
                ACCEPT AppDecisionReason
                MOVE WS-TodayDate TO AppDecisionDate
                SET AppStatusApproved TO TRUE
                MOVE WS-TodayDate TO AppStatusDate
                REWRITE LoanApplicationRecord
                DISPLAY 'Application APPROVED.'
            ELSE
                END-PERFORM
                MOVE WS-TodayDate TO AppDecisionDate
                SET AppStatusDeclined TO TRUE
                MOVE WS-TodayDate TO AppStatusDate
                REWRITE LoanApplicationRecord
                DISPLAY 'Application DECLINED.'
            ELSE
            END-IF
    END-READ.

*> the borrower can withdraw at any point before the loan funds,
*> including after approval; the decision date of an approved file is
*> kept, and any live rate lock on it is cancelled
WITHDRAW-APPLICATION.
    DISPLAY 'Enter Application ID: '.
    ACCEPT ApplicationID.
    READ ApplicationFile
        INVALID KEY
            DISPLAY 'Application not found.'
        NOT INVALID KEY
            IF AppStatusReceived OR AppStatusInUnderwriting
                    OR AppStatusApproved
                DISPLAY 'Enter Withdrawal Reason: '
                ACCEPT AppDecisionReason
                PERFORM UNTIL AppDecisionReason NOT = SPACES
                    DISPLAY 'A reason is required to withdraw: '
                    ACCEPT AppDecisionReason
                END-PERFORM
                SET AppStatusWithdrawn TO TRUE
                MOVE WS-TodayDate TO AppStatusDate
                REWRITE LoanApplicationRecord
                DISPLAY 'Application WITHDRAWN.'
                PERFORM CANCEL-RATE-LOCK
            ELSE
                DISPLAY 'Only an application not yet funded or declined'
                DISPLAY 'can be withdrawn. Current status: ' AppStatus
            END-IF
    END-READ.

CANCEL-RATE-LOCK.
    OPEN I-O RateLockFile.
    IF WS-RateLockFileStatus = '00'
        MOVE ApplicationID TO RateLockApplicationID
        READ RateLockFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RateLockActive
                    SET RateLockCancelled TO TRUE
                    REWRITE RateLockRecord
                    DISPLAY 'Rate lock cancelled.'
                END-IF
        END-READ
        CLOSE RateLockFile
    END-IF.

DISPLAY-APPLICATION.
    DISPLAY 'Enter Application ID: '.
    ACCEPT ApplicationID.
            DISPLAY 'Application not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower ID: ' AppBorrowerID
            DISPLAY 'Co-Borrower ID: ' AppCoBorrowerID
            DISPLAY 'Product Code: ' AppProductCode
            DISPLAY 'Requested Amount: ' AppRequestedAmount
            DISPLAY 'Requested Rate: ' AppRequestedRate
            DISPLAY 'Debt-to-Income Pct: ' AppDebtToIncomePct
            DISPLAY 'Risk Tier: ' AppRiskTier
            DISPLAY 'Decision Date: ' AppDecisionDate
            DISPLAY 'Status Date: ' AppStatusDate
            DISPLAY 'Funded Date: ' AppFundedDate
            DISPLAY 'Branch Code: ' AppBranchCode
            DISPLAY 'Loan Officer ID: ' AppLoanOfficerID
    END-READ.
    END-READ.
    CLOSE BorrowerFile.

LOOKUP-CO-BORROWER.
    MOVE 'N' TO WS-BorrowerFound.
    OPEN INPUT BorrowerFile.
    MOVE AppCoBorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-BorrowerFound
    END-READ.
    CLOSE BorrowerFile.

LOOKUP-PRODUCT.
    MOVE 'N' TO WS-ProductFound.
    OPEN INPUT ProductFile.
