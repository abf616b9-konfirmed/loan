    SELECT PmiFile ASSIGN TO 'pmi.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PmiLoanID
        FILE STATUS IS WS-PmiFileStatus.
