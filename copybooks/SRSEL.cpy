    SELECT ScoreRefreshFile ASSIGN TO 'score-refresh.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ScoreRefreshStatus.
