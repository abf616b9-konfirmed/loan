    SELECT EmailBounceFile ASSIGN TO 'email-bounces.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EmailBounceStatus.
