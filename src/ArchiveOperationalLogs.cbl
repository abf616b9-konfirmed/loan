    COPY BLSEL.
    COPY LFSEL.
    COPY GLSEL.
    COPY LGSEL.
    SELECT AuditArchiveFile ASSIGN TO 'audit-log-archive.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditArchiveStatus.
FD  GLExtractFile.
    COPY GLREC.

FD  LegalHoldFile.
    COPY LGREC.

FD  AuditArchiveFile.
01  AuditArchiveLine PIC X(78).

01 WS-LateFeeArchiveStatus   PIC X(02).
01 WS-GLArchiveStatus        PIC X(02).
01 WS-KeepWorkStatus         PIC X(02).
01 WS-LegalHoldFileStatus    PIC X(02).
01 WS-ReportFileName         PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-CutoffDate             PIC 9(8).
01 WS-BackupFileName         PIC X(40).
01 WS-BackupsPurged          PIC 9(5) VALUE ZERO.
01 WS-ScanDays               PIC 9(4).
01 WS-HeldCount              PIC 9(7).
01 WS-ActiveHolds            PIC 9(5) VALUE ZERO.
01 WS-OnHold                 PIC X VALUE 'N'.
01 WS-HoldCaseReference      PIC X(20).
01 WS-HoldLoanID             PIC 9(7).
01 WS-HoldRecordDate         PIC 9(8).
01 WS-HoldFileName           PIC X(24).
01 WS-NoBorrowerID           PIC 9(5) VALUE ZERO.

*> per-file retention windows, in days
01 WS-AuditRetentionDays     PIC 9(4) VALUE 365.
*> multi-year shop could still have on disk
01 WS-BackupSweepDays        PIC 9(4) VALUE 1825.

*> records tied to a loan under legal hold, or to a loan of a borrower
*> under hold, are kept in the live file past their retention window
*> and listed on the report. The audit log and the backup generations
*> cannot be separated by loan, so neither is purged at all while any
*> legal hold is active
PROCEDURE DIVISION.
    DISPLAY 'Applying retention rules to operational log files...'.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.
        INTO RetentionReportLine.
    WRITE RetentionReportLine.

    PERFORM COUNT-ACTIVE-HOLDS.
    IF WS-ActiveHolds > ZERO
        MOVE 'audit-log.dat' TO WS-HoldFileName
        PERFORM REPORT-PURGE-SUSPENDED
    ELSE
        PERFORM ARCHIVE-AUDIT-LOG
    END-IF.
    PERFORM ARCHIVE-BATCH-LOG.
    PERFORM ARCHIVE-LATE-FEES.
    PERFORM ARCHIVE-GL-EXTRACT.
    IF WS-ActiveHolds > ZERO
        MOVE 'backup generations' TO WS-HoldFileName
        PERFORM REPORT-PURGE-SUSPENDED
    ELSE
        PERFORM PURGE-BACKUP-GENERATIONS
    END-IF.

    CLOSE RetentionReportFile.
    DISPLAY 'Retention run completed. Report written to '
        WS-CutoffDate.
    MOVE ZERO TO WS-ArchivedCount.
    MOVE ZERO TO WS-KeptCount.
    MOVE ZERO TO WS-HeldCount.
    MOVE 'late-fees.dat' TO WS-HoldFileName.
    MOVE 'N' TO EOF.
    OPEN INPUT LateFeeFile.
    IF WS-LateFeeFileStatus NOT = '00'
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    MOVE 'N' TO WS-OnHold
                    IF LateFeeAssessDate < WS-CutoffDate
                        MOVE LateFeeLoanID TO WS-HoldLoanID
                        MOVE LateFeeAssessDate TO WS-HoldRecordDate
                        PERFORM CHECK-RECORD-HOLD
                    END-IF
                    IF LateFeeAssessDate < WS-CutoffDate
                            AND WS-OnHold = 'N'
                        MOVE LateFeeRecord TO LateFeeArchiveLine
                        WRITE LateFeeArchiveLine
                        ADD 1 TO WS-ArchivedCount
    PERFORM REPORT-FILE-RESULT.
    MOVE SPACES TO RetentionReportLine.
    STRING 'late-fees.dat: archived ' WS-ArchivedCount
        ', kept ' WS-KeptCount ', held ' WS-HeldCount DELIMITED BY SIZE
        INTO RetentionReportLine.
    WRITE RetentionReportLine.

        WS-CutoffDate.
    MOVE ZERO TO WS-ArchivedCount.
    MOVE ZERO TO WS-KeptCount.
    MOVE ZERO TO WS-HeldCount.
    MOVE 'gl-interest-extract.dat' TO WS-HoldFileName.
    MOVE 'N' TO EOF.
    OPEN INPUT GLExtractFile.
    IF WS-GLExtractFileStatus NOT = '00'
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    MOVE 'N' TO WS-OnHold
                    IF GLRunDate < WS-CutoffDate
                        MOVE GLLoanID TO WS-HoldLoanID
                        MOVE GLRunDate TO WS-HoldRecordDate
                        PERFORM CHECK-RECORD-HOLD
                    END-IF
                    IF GLRunDate < WS-CutoffDate
                            AND WS-OnHold = 'N'
                        MOVE GLExtractRecord TO GLExtractArchiveLine
                        WRITE GLExtractArchiveLine
                        ADD 1 TO WS-ArchivedCount
    PERFORM REPORT-FILE-RESULT.
    MOVE SPACES TO RetentionReportLine.
    STRING 'gl-interest-extract.dat: archived ' WS-ArchivedCount
        ', kept ' WS-KeptCount ', held ' WS-HeldCount DELIMITED BY SIZE
        INTO RetentionReportLine.
    WRITE RetentionReportLine.

    DISPLAY 'Archived ' WS-ArchivedCount ' record(s), kept '
        WS-KeptCount '.'.

*> a record past retention whose loan is held is kept in the live file
*> (it is counted among the kept) and listed with its case reference
CHECK-RECORD-HOLD.
    CALL 'CheckLegalHold' USING WS-HoldLoanID WS-NoBorrowerID
        WS-NoBorrowerID WS-OnHold WS-HoldCaseReference.
    IF WS-OnHold = 'Y'
        ADD 1 TO WS-HeldCount
        MOVE SPACES TO RetentionReportLine
        STRING WS-HoldFileName DELIMITED BY SPACE
            ': held Loan ID ' WS-HoldLoanID
            ' dated ' WS-HoldRecordDate
            ' case ' WS-HoldCaseReference DELIMITED BY SIZE
            INTO RetentionReportLine
        WRITE RetentionReportLine
    END-IF.

COUNT-ACTIVE-HOLDS.
    MOVE ZERO TO WS-ActiveHolds.
    MOVE 'N' TO EOF.
    OPEN INPUT LegalHoldFile.
    IF WS-LegalHoldFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LegalHoldFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF HoldActive
                        ADD 1 TO WS-ActiveHolds
                    END-IF
        END-PERFORM
        CLOSE LegalHoldFile
    END-IF.

REPORT-PURGE-SUSPENDED.
    MOVE SPACES TO RetentionReportLine.
    STRING WS-HoldFileName DELIMITED BY '  '
        ': not purged, legal hold(s) active: ' WS-ActiveHolds
        DELIMITED BY SIZE INTO RetentionReportLine.
    WRITE RetentionReportLine.
    DISPLAY RetentionReportLine.

*> dated backup generations older than the retention window are
*> deleted outright; the sweep walks back one filename per day
PURGE-BACKUP-GENERATIONS.
