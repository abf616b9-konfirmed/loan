    SELECT InspectionFile ASSIGN TO 'construction-inspections.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-InspectionFileStatus.
