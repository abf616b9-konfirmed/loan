    SELECT CreditScoreFile ASSIGN TO 'credit-score-history.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CreditScoreKey
        FILE STATUS IS WS-CreditScoreStatus.
