    SELECT ForeclosureFile ASSIGN TO 'foreclosures.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FcLoanID
        FILE STATUS IS WS-ForeclosureFileStatus.
