    SELECT ReportDefFile ASSIGN TO 'report-definitions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReportDefID
        FILE STATUS IS WS-ReportDefStatus.
