    SELECT CommissionRateFile ASSIGN TO 'commission-rates.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CommissionRateStatus.
