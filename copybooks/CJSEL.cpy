    SELECT ConstructionProjectFile ASSIGN TO 'construction-projects.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ProjectLoanID
        FILE STATUS IS WS-ConstructionProjectStatus.
