    SELECT GeocodeImportFile ASSIGN TO 'census-geocodes.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GeocodeImportStatus.
