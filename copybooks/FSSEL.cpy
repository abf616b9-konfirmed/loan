    SELECT FinStatementFile ASSIGN TO 'financial-statements.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FinStatementStatus.
