    SELECT LegalHoldFile ASSIGN TO 'legal-holds.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldID
        FILE STATUS IS WS-LegalHoldFileStatus.
