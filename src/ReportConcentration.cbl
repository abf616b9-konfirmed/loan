    IF LoanStatusPaidOff OF LoanRecord
            OR LoanStatusSettled OF LoanRecord
            OR LoanStatusSold OF LoanRecord
            OR LoanStatusReo OF LoanRecord
        CONTINUE
    ELSE
        MOVE OutstandingBalance OF LoanRecord TO WS-Exposure
