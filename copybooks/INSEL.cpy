    SELECT InsiderLinkFile ASSIGN TO 'insider-links.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LinkRelatedBorrowerID
        ALTERNATE RECORD KEY IS LinkInsiderBorrowerID WITH DUPLICATES
        FILE STATUS IS WS-InsiderLinkStatus.
