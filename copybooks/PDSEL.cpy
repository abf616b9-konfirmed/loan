    SELECT PaidCheckFile ASSIGN TO 'paid-checks.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PaidCheckFileStatus.
