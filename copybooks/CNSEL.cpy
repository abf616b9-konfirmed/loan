    SELECT ContactPreferenceFile ASSIGN TO 'contact-preferences.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ContactBorrowerID
        FILE STATUS IS WS-ContactPreferenceStatus.
