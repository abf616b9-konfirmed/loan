    SELECT StateLimitationsFile ASSIGN TO 'state-limitations.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SolState
        FILE STATUS IS WS-StateLimitationsStatus.
