    SELECT StateLimitFile ASSIGN TO 'state-limits.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-StateLimitStatus.
