    SELECT DeferredFeeFile ASSIGN TO 'deferred-fees.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DeferredLoanID
        FILE STATUS IS WS-DeferredFeeStatus.
