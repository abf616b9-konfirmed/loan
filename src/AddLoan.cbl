01 WS-RateTypeChoice PIC X VALUE 'F'.
01 WS-IndexFound PIC X VALUE 'N'.
01 WS-BranchFound PIC X VALUE 'N'.
01 WS-BranchCompanyCode PIC X(04) VALUE SPACES.
01 WS-CompanyAllowed PIC X VALUE 'N'.
01 WS-LoanOfficerFound PIC X VALUE 'N'.
01 WS-DateValid PIC X VALUE 'Y'.
01 WS-LimitDate PIC 9(8).
01 WS-InsiderAmount PIC 9(11)V99.
01 WS-InsiderCleared PIC X VALUE 'Y'.
01 WS-InsiderApprovalID PIC 9(5) VALUE ZERO.
    COPY LMREC.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> a loan to an insider or their related interest that takes the
*> insider's aggregate above the approval limit is not added until
*> the approval has been released
PROCEDURE DIVISION USING LS-UserID.
    PERFORM OPEN-LOAN-FILE.

    DISPLAY 'Enter Loan ID: '.
    END-PERFORM.
    MOVE WS-BorrowerLookupID   TO BorrowerID OF LoanRecord.
    MOVE WS-BorrowerLookupName TO BorrowerName OF LoanRecord.
    ACCEPT WS-LimitDate FROM DATE YYYYMMDD.
    CALL 'GetStateLimits' USING WS-BorrowerLookupID WS-LimitDate
        StateLimits.

    DISPLAY 'Enter Co-Borrower ID, or zero if none: '.
    ACCEPT CoBorrowerID.
        DISPLAY 'Invalid input. Enter numeric Loan Amount: '
        ACCEPT LoanAmount
    END-PERFORM.
    MOVE LoanAmount TO WS-InsiderAmount.
    CALL 'CheckInsiderExposure' USING BorrowerID OF LoanRecord
        LoanID OF LoanRecord WS-InsiderAmount LS-UserID
        WS-InsiderCleared WS-InsiderApprovalID.
    IF WS-InsiderCleared = 'N'
        DISPLAY 'Loan not added.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    DISPLAY 'Enter Product Code: '.
    ACCEPT ProductCode OF LoanRecord.
    PERFORM UNTIL InterestRate NUMERIC
            AND InterestRate NOT LESS THAN ProductMinRate
            AND InterestRate NOT GREATER THAN ProductMaxRate
            AND (LimitMaxAPR = ZERO
                OR InterestRate NOT GREATER THAN LimitMaxAPR)
        DISPLAY 'Invalid input. Enter an Interest Rate between '
            ProductMinRate ' and ' ProductMaxRate ' for this product: '
        IF LimitMaxAPR > ZERO
            DISPLAY '(not above ' LimitMaxAPR ', the maximum APR for '
                LimitState ')'
        END-IF
        ACCEPT InterestRate
    END-PERFORM.

        ACCEPT BalloonAmount
    END-PERFORM.

    IF LimitPrepayPenaltyAllowed
        DISPLAY 'Apply a Prepayment Penalty? (Y/N): '
        ACCEPT PrepaymentPenaltyFlag
        PERFORM UNTIL PrepaymentPenaltyActive OR PrepaymentPenaltyNone
            DISPLAY 'Invalid input. Enter Y or N: '
            ACCEPT PrepaymentPenaltyFlag
        END-PERFORM
    ELSE
        DISPLAY 'Prepayment penalties are not allowed in '
            LimitState '; none applied.'
        SET PrepaymentPenaltyNone TO TRUE
    END-IF.
    IF PrepaymentPenaltyActive
        DISPLAY 'Enter Prepayment Penalty Window (months from origination): '
        ACCEPT PrepaymentPenaltyMonths
        ACCEPT BranchCode OF LoanRecord
        PERFORM LOOKUP-BRANCH
    END-PERFORM.
    CALL 'CheckCompanyEntitlement' USING LS-UserID
        WS-BranchCompanyCode WS-CompanyAllowed.
    IF WS-CompanyAllowed = 'N'
        DISPLAY 'You are not entitled to work with the company of branch '
            BranchCode OF LoanRecord '. Loan not added.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    DISPLAY 'Enter Loan Officer ID: '.
    ACCEPT LoanOfficerID OF LoanRecord.
    SET AccrualStatusAccruing OF LoanRecord TO TRUE.
    SET LoanNotImpaired OF LoanRecord TO TRUE.
    MOVE ZERO TO SpecificReserve OF LoanRecord.
    MOVE ZERO TO PaidThroughDate OF LoanRecord.
    MOVE ZERO TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO TO RiskGradeDate OF LoanRecord.
    MOVE WS-BranchCompanyCode TO LoanCompanyCode OF LoanRecord.
    CALL 'ComputeInstallment' USING LoanRecord.
    SET LoanStatusActive TO TRUE.

    WRITE LoanRecord
        INVALID KEY
            DISPLAY 'Loan ID already exists. Loan not added.'
        NOT INVALID KEY
            CALL 'ApplyInsiderApproval' USING WS-InsiderApprovalID
            DISPLAY 'Loan added successfully.'
    END-WRITE.

            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-BranchFound
            MOVE BranchCompanyCode TO WS-BranchCompanyCode
    END-READ.
    CLOSE BranchFile.

