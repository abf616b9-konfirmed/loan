01 WS-AdjSource           PIC X(10).

01 WS-AmountAssessed      PIC 9(11)V99 VALUE ZERO.
01 WS-LimitNote           PIC X(30).

LINKAGE SECTION.
01 LS-FeesAssessed PIC 9(7).
        COMPUTE WS-AssessAmount ROUNDED =
            OutstandingBalance OF LoanRecord * (FeePercent / 100)
    END-IF.
    CALL 'ApplyStateFeeLimit' USING BorrowerID OF LoanRecord
        WS-RunDate FeeCode InstallmentAmount OF LoanRecord
        WS-AssessAmount WS-LimitNote.
    IF WS-LimitNote NOT = SPACES
        DISPLAY 'Loan ID: ' LoanID OF LoanRecord ' fee ' FeeCode
            ' ' WS-LimitNote
    END-IF.
    IF WS-AssessAmount > ZERO
        MOVE OutstandingBalance OF LoanRecord
            TO WS-THBalanceBefore
