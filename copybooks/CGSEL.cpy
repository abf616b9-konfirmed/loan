    SELECT CollectionAgencyFile ASSIGN TO 'collection-agencies.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AgencyID
        FILE STATUS IS WS-CollectionAgencyStatus.
