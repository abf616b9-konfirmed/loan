    SELECT ChartOfAccountsFile ASSIGN TO 'chart-of-accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountKey
        FILE STATUS IS WS-ChartFileStatus.
