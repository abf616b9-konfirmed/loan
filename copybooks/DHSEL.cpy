    SELECT DemographicChangeFile ASSIGN TO 'demographic-changes.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DemogChangeStatus.
