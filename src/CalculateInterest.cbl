01 WS-CheckpointInterval PIC 9(3) VALUE 25.
01 WS-GLExtractFileStatus PIC X(02).
01 WS-TotalInterestPosted PIC 9(11)V99 VALUE ZERO.
01 WS-ManifestFileName PIC X(50) VALUE 'gl-interest-extract.dat'.
01 WS-ManifestProgram PIC X(20) VALUE 'CalculateInterest'.
01 WS-ManifestRecords PIC 9(9).
01 WS-ManifestHash PIC 9(13)V99.
01 WS-GracePeriodDays PIC 9(3) VALUE 10.

*> configurable SCRA active-duty interest rate cap

    PERFORM WRITE-GL-TOTAL-RECORD.
    CLOSE GLExtractFile.
    MOVE LS-LoansProcessed TO WS-ManifestRecords.
    MOVE WS-TotalInterestPosted TO WS-ManifestHash.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-TodayDate WS-ManifestRecords
        WS-ManifestHash.

    MOVE WS-TotalInterestPosted TO LS-TotalInterestPosted.

