    SELECT GLBalanceFile ASSIGN TO 'gl-balances.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLBalanceStatus.
