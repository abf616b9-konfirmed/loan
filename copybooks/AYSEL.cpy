    SELECT AgencyRemittanceFile ASSIGN TO WS-AgencyRemittanceFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AgencyRemittanceStatus.
