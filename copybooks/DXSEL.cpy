    SELECT DealerScoreFile ASSIGN TO 'dealer-scorecards.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DealerScoreStatus.
