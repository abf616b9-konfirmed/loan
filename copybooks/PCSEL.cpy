    SELECT PeriodControlFile ASSIGN TO 'period-control.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PeriodYearMonth
        FILE STATUS IS WS-PeriodControlStatus.
