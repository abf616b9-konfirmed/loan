    SELECT CompanyFile ASSIGN TO 'companies.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CompanyCode
        FILE STATUS IS WS-CompanyFileStatus.
