    SELECT CostOfFundsFile ASSIGN TO 'cost-of-funds.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CostOfFundsStatus.
