IDENTIFICATION DIVISION.
PROGRAM-ID. WriteFileManifest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FMSEL.

DATA DIVISION.
FILE SECTION.
FD  FileManifestFile.
    COPY FMREC.

WORKING-STORAGE SECTION.
01 WS-FileManifestStatus PIC X(02).
01 WS-ManifestOnFile     PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-FileName       PIC X(50).
01 LS-Program        PIC X(20).
01 LS-BusinessDate   PIC 9(8).
01 LS-RecordCount    PIC 9(9).
01 LS-HashTotal      PIC 9(13)V99.

*> registers an outbound file on the file manifest as it is closed,
*> with its record count and dollar hash total for the receiver to
*> balance to. A file produced again for the same business date (a
*> rerun) replaces its entry and goes back to PRODUCED, as the file
*> on disk is no longer the one that was sent
PROCEDURE DIVISION USING LS-FileName LS-Program LS-BusinessDate
        LS-RecordCount LS-HashTotal.
    OPEN I-O FileManifestFile.
    IF WS-FileManifestStatus = '35'
        OPEN OUTPUT FileManifestFile
        CLOSE FileManifestFile
        OPEN I-O FileManifestFile
    END-IF.
    MOVE 'N' TO WS-ManifestOnFile.
    MOVE LS-BusinessDate TO ManifestBusinessDate.
    MOVE LS-FileName     TO ManifestFileName.
    READ FileManifestFile
        INVALID KEY
            INITIALIZE FileManifestRecord
            MOVE LS-BusinessDate TO ManifestBusinessDate
            MOVE LS-FileName     TO ManifestFileName
        NOT INVALID KEY
            MOVE 'Y' TO WS-ManifestOnFile
    END-READ.
    MOVE LS-Program     TO ManifestProgram.
    MOVE LS-RecordCount TO ManifestRecordCount.
    MOVE LS-HashTotal   TO ManifestHashTotal.
    ACCEPT ManifestProducedDate FROM DATE YYYYMMDD.
    ACCEPT ManifestProducedTime FROM TIME.
    SET ManifestProduced TO TRUE.
    MOVE SPACES TO ManifestDestination.
    MOVE ZERO   TO ManifestTransmittedDate.
    MOVE SPACES TO ManifestTransmittedUser.
    MOVE ZERO   TO ManifestAckDate.
    MOVE SPACES TO ManifestAckUser.
    MOVE SPACES TO ManifestAckReference.
    IF WS-ManifestOnFile = 'Y'
        REWRITE FileManifestRecord
    ELSE
        WRITE FileManifestRecord
    END-IF.
    CLOSE FileManifestFile.
    GOBACK.
