    SET AccrualStatusAccruing OF LoanRecord TO TRUE.
    SET LoanNotImpaired OF LoanRecord TO TRUE.
    MOVE ZERO                   TO SpecificReserve OF LoanRecord.
    MOVE ZERO                   TO PaidThroughDate OF LoanRecord.
    MOVE ZERO                   TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO                   TO RiskGradeDate OF LoanRecord.
    MOVE SPACES                 TO LoanCompanyCode OF LoanRecord.
    CALL 'ComputeInstallment' USING LoanRecord.
    WRITE LoanRecord
        INVALID KEY
            DISPLAY 'Duplicate Loan ID ' OldLoanID ' skipped.'
    MOVE OldReceiptNumber      TO ReceiptNumber.
    MOVE OldCaptureUserID      TO CaptureUserID.
    MOVE ZERO                  TO ReversalDate.
    MOVE ZERO                  TO TransferFromRepaymentID.
    MOVE ZERO                  TO TransferToRepaymentID.
    MOVE ZERO                  TO BackdatePostedDate.
    MOVE SPACES                TO BackdateAuthorizedBy.
    MOVE SPACES                TO PriorPeriodAdjFlag.
    WRITE RepaymentRecord
        INVALID KEY
            DISPLAY 'Duplicate Repayment ID ' OldRepaymentID ' skipped.'
