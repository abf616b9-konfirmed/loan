    SELECT ReliefFile ASSIGN TO 'disaster-relief.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReliefKey
        ALTERNATE RECORD KEY IS ReliefLoanID WITH DUPLICATES
        FILE STATUS IS WS-ReliefFileStatus.
