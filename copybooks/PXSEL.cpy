    SELECT PayrollExtractFile ASSIGN TO WS-PayrollExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PayrollExtractStatus.
