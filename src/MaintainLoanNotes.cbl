    IF WS-LoanFound = 'Y'
        CALL 'CheckBranchEntitlement' USING LS-UserID
            LoanID OF LoanRecord BranchCode OF LoanRecord
            LoanOfficerID OF LoanRecord
            LoanCompanyCode OF LoanRecord WS-BranchAllowed
        IF WS-BranchAllowed = 'N'
            DISPLAY 'Access denied: this loan belongs to another branch.'
            GOBACK
    IF WS-LoanFound = 'Y'
        CALL 'CheckBranchEntitlement' USING LS-UserID
            LoanID OF LoanRecord BranchCode OF LoanRecord
            LoanOfficerID OF LoanRecord
            LoanCompanyCode OF LoanRecord WS-BranchAllowed
        IF WS-BranchAllowed = 'N'
            DISPLAY 'Access denied: this loan belongs to another branch.'
            GOBACK
