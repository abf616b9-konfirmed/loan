    SELECT JobScheduleFile ASSIGN TO 'job-schedule.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JobScheduleStatus.
