    SELECT CheckRegisterFile ASSIGN TO 'check-register.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CheckNumber
        ALTERNATE RECORD KEY IS CheckLoanID WITH DUPLICATES
        FILE STATUS IS WS-CheckRegisterStatus.
