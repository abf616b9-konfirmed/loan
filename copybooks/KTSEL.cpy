    SELECT CovenantTestFile ASSIGN TO 'covenant-tests.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CovenantTestStatus.
