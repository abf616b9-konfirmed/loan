    SELECT CensusGeographyFile ASSIGN TO 'census-geography.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GeoSubjectKey
        FILE STATUS IS WS-CensusGeographyStatus.
