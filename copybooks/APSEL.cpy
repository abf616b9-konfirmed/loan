    SELECT AgencyPlacementFile ASSIGN TO 'agency-placements.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PlacementID
        ALTERNATE RECORD KEY IS PlacementLoanID WITH DUPLICATES
        ALTERNATE RECORD KEY IS PlacementAgencyID WITH DUPLICATES
        FILE STATUS IS WS-AgencyPlacementStatus.
