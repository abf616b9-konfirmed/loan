    SELECT LossClaimFile ASSIGN TO 'loss-claims.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ClaimID
        ALTERNATE RECORD KEY IS ClaimLoanID WITH DUPLICATES
        FILE STATUS IS WS-LossClaimFileStatus.
