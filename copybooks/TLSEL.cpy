    SELECT TimeBarredDebtFile ASSIGN TO 'time-barred-debt.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TimeBarLoanID
        FILE STATUS IS WS-TimeBarredDebtStatus.
