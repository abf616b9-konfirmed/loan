    SELECT AncillaryFile ASSIGN TO 'ancillary.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AncillaryKey
        FILE STATUS IS WS-AncillaryFileStatus.
