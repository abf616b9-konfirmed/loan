    SELECT ReoPropertyFile ASSIGN TO 'reo-properties.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReoLoanID
        FILE STATUS IS WS-ReoPropertyStatus.
