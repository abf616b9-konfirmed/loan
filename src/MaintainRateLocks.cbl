    IF WS-AppFound = 'N'
        DISPLAY 'Application not found. Lock not recorded.'
    ELSE
        IF AppStatusFunded OR AppStatusDeclined OR AppStatusWithdrawn
            DISPLAY 'Application status is ' AppStatus
                '; a lock cannot be placed.'
        ELSE
