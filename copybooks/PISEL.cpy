    SELECT PiiAccessLogFile ASSIGN TO 'pii-access-log.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PiiAccessLogStatus.
