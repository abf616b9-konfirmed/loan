    SELECT AgencyOutboundFile ASSIGN TO WS-AgencyOutboundFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AgencyOutboundStatus.
