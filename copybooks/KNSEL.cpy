    SELECT CovenantFile ASSIGN TO 'covenants.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CovenantID
        ALTERNATE RECORD KEY IS CovenantLoanID WITH DUPLICATES
        FILE STATUS IS WS-CovenantFileStatus.
