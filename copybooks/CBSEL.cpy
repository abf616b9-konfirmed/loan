    SELECT ConstructionBudgetFile ASSIGN TO 'construction-budgets.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BudgetKey
        FILE STATUS IS WS-ConstructionBudgetStatus.
