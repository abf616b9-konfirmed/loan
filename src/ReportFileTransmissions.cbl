IDENTIFICATION DIVISION.
PROGRAM-ID. ReportFileTransmissions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FMSEL.
    SELECT TransmissionReportFile ASSIGN TO WS-TransmissionReportName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  FileManifestFile.
    COPY FMREC.

FD  TransmissionReportFile.
01  TransmissionReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-FileManifestStatus      PIC X(02).
01 WS-ManifestEOF             PIC X VALUE 'N'.
01 WS-TransmissionReportName  PIC X(40).
01 WS-RunDate                 PIC 9(8).
01 WS-AsOfDate                PIC 9(8).
01 WS-DaysWaiting             PIC S9(6).
01 WS-DaysShown               PIC ZZZZ9.
01 WS-HashShown               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-NotSentCount            PIC 9(7) VALUE ZERO.
01 WS-NotSentLateCount        PIC 9(7) VALUE ZERO.
01 WS-NoAckCount              PIC 9(7) VALUE ZERO.
01 WS-NoAckLateCount          PIC 9(7) VALUE ZERO.
01 WS-FlagShown               PIC X(07).

*> a file still untransmitted this many days after its business date,
*> or still unacknowledged this many days after it was sent, is
*> flagged LATE
01 WS-TransmitDays            PIC S9(6) VALUE 1.
01 WS-AckDays                 PIC S9(6) VALUE 1.

LINKAGE SECTION.
01 LS-AsOfDate                PIC 9(8).
01 LS-ItemsReported           PIC 9(7).

*> daily outbound file exceptions from the file manifest: every file
*> produced but not yet transmitted, and every file transmitted but
*> not yet acknowledged by its receiver, with its record count and
*> hash total and how long it has been waiting. The nightly batch
*> passes its run date; a zero date reports as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ItemsReported.
    DISPLAY 'Building outbound file transmission report...'.
    MOVE ZERO TO LS-ItemsReported.
    MOVE ZERO TO WS-NotSentCount.
    MOVE ZERO TO WS-NotSentLateCount.
    MOVE ZERO TO WS-NoAckCount.
    MOVE ZERO TO WS-NoAckLateCount.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT FileManifestFile.
    IF WS-FileManifestStatus NOT = '00'
        DISPLAY 'No outbound files on the manifest. Nothing to report.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-TransmissionReportName.
    STRING 'file-transmissions-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-TransmissionReportName.
    OPEN OUTPUT TransmissionReportFile.
    MOVE SPACES TO TransmissionReportLine.
    STRING '=== Outbound File Transmission Exceptions as of '
        WS-AsOfDate ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO TransmissionReportLine.
    WRITE TransmissionReportLine.

    MOVE SPACES TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    MOVE 'PRODUCED - NOT TRANSMITTED' TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    MOVE 'Bus. Date File Name                                          Program              Records          Hash Total  Days Flag'
        TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    PERFORM START-MANIFEST-SCAN.
    PERFORM UNTIL WS-ManifestEOF = 'Y'
        READ FileManifestFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ManifestEOF
            NOT AT END
                IF ManifestBusinessDate > WS-AsOfDate
                    MOVE 'Y' TO WS-ManifestEOF
                ELSE
                    IF ManifestProduced
                        PERFORM WRITE-NOT-SENT-LINE
                    END-IF
                END-IF
    END-PERFORM.

    MOVE SPACES TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    MOVE 'TRANSMITTED - NOT ACKNOWLEDGED' TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    MOVE 'Bus. Date File Name                                          Destination          Records  Sent On  Days Flag'
        TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    PERFORM START-MANIFEST-SCAN.
    PERFORM UNTIL WS-ManifestEOF = 'Y'
        READ FileManifestFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ManifestEOF
            NOT AT END
                IF ManifestBusinessDate > WS-AsOfDate
                    MOVE 'Y' TO WS-ManifestEOF
                ELSE
                    IF ManifestTransmitted
                        PERFORM WRITE-NO-ACK-LINE
                    END-IF
                END-IF
    END-PERFORM.

    MOVE SPACES TO TransmissionReportLine.
    WRITE TransmissionReportLine.
    MOVE SPACES TO TransmissionReportLine.
    STRING 'Not transmitted: ' WS-NotSentCount
        '  (late ' WS-NotSentLateCount ')'
        '  Not acknowledged: ' WS-NoAckCount
        '  (late ' WS-NoAckLateCount ')'
        DELIMITED BY SIZE INTO TransmissionReportLine.
    WRITE TransmissionReportLine.
    CLOSE TransmissionReportFile.
    CLOSE FileManifestFile.

    COMPUTE LS-ItemsReported = WS-NotSentCount + WS-NoAckCount.
    DISPLAY 'Files not transmitted: ' WS-NotSentCount
        ' (late ' WS-NotSentLateCount ')'.
    DISPLAY 'Files not acknowledged: ' WS-NoAckCount
        ' (late ' WS-NoAckLateCount ')'.
    DISPLAY 'Transmission report written to '
        WS-TransmissionReportName.
    GOBACK.

START-MANIFEST-SCAN.
    MOVE 'N' TO WS-ManifestEOF.
    MOVE ZERO TO ManifestBusinessDate.
    MOVE SPACES TO ManifestFileName.
    START FileManifestFile KEY IS NOT LESS THAN ManifestKey
        INVALID KEY
            MOVE 'Y' TO WS-ManifestEOF
    END-START.

WRITE-NOT-SENT-LINE.
    CALL 'DaysBetweenDates' USING ManifestBusinessDate WS-AsOfDate
        WS-DaysWaiting.
    MOVE SPACES TO WS-FlagShown.
    IF WS-DaysWaiting NOT < WS-TransmitDays
        MOVE 'LATE' TO WS-FlagShown
        ADD 1 TO WS-NotSentLateCount
    END-IF.
    MOVE WS-DaysWaiting TO WS-DaysShown.
    MOVE ManifestHashTotal TO WS-HashShown.
    MOVE SPACES TO TransmissionReportLine.
    STRING ManifestBusinessDate ' ' ManifestFileName ' '
        ManifestProgram ' ' ManifestRecordCount ' ' WS-HashShown
        ' ' WS-DaysShown ' ' WS-FlagShown
        DELIMITED BY SIZE INTO TransmissionReportLine.
    WRITE TransmissionReportLine.
    ADD 1 TO WS-NotSentCount.

WRITE-NO-ACK-LINE.
    CALL 'DaysBetweenDates' USING ManifestTransmittedDate WS-AsOfDate
        WS-DaysWaiting.
    MOVE SPACES TO WS-FlagShown.
    IF WS-DaysWaiting NOT < WS-AckDays
        MOVE 'LATE' TO WS-FlagShown
        ADD 1 TO WS-NoAckLateCount
    END-IF.
    IF WS-DaysWaiting < ZERO
        MOVE ZERO TO WS-DaysWaiting
    END-IF.
    MOVE WS-DaysWaiting TO WS-DaysShown.
    MOVE SPACES TO TransmissionReportLine.
    STRING ManifestBusinessDate ' ' ManifestFileName ' '
        ManifestDestination ' ' ManifestRecordCount ' '
        ManifestTransmittedDate ' ' WS-DaysShown ' ' WS-FlagShown
        DELIMITED BY SIZE INTO TransmissionReportLine.
    WRITE TransmissionReportLine.
    ADD 1 TO WS-NoAckCount.
