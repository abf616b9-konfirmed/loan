    SELECT DisasterFile ASSIGN TO 'disaster-declarations.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DisasterID
        FILE STATUS IS WS-DisasterFileStatus.
