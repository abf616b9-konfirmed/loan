    SELECT GradeSnapshotFile ASSIGN TO WS-GradeSnapshotFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GradeSnapshotStatus.
