    SELECT RiskRatingFile ASSIGN TO 'risk-rating-history.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RiskRatingStatus.
