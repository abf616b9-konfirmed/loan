IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterInboundFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FRSEL.

DATA DIVISION.
FILE SECTION.
FD  FileRegistryFile.
    COPY FRREC.

WORKING-STORAGE SECTION.
01 WS-FileRegistryStatus PIC X(02).
01 WS-RegistryEOF        PIC X VALUE 'N'.
01 WS-DateValid          PIC X VALUE 'N'.
01 WS-EntryWritten       PIC X VALUE 'N'.
01 WS-ReceivedDate       PIC 9(8).
01 WS-ReceivedTime       PIC 9(8).

LINKAGE SECTION.
01 LS-Source          PIC X(10).
01 LS-FileName        PIC X(50).
01 LS-Program         PIC X(20).
01 LS-FileID          PIC X(20).
01 LS-CreationDate    PIC 9(8).
01 LS-DetailCount     PIC 9(9).
01 LS-DetailTotal     PIC 9(13)V99.
01 LS-TrailerCount    PIC 9(9).
01 LS-TrailerTotal    PIC 9(13)V99.
01 LS-RejectReason    PIC X(40).
01 LS-Accepted        PIC X(01).

*> control check on an inbound file before anything in it is posted.
*> The importing program has already read the file through, counted
*> and totalled its detail records and taken the header and trailer;
*> a reason it passes in (no header, no trailer, records out of
*> sequence) rejects the file outright. Otherwise the header must
*> carry a file ID and a valid creation date, the trailer must agree
*> with the detail records, and the file ID must not already have
*> been accepted from the same source. Every file, accepted or
*> rejected, is recorded on the inbound file registry
PROCEDURE DIVISION USING LS-Source LS-FileName LS-Program LS-FileID
        LS-CreationDate LS-DetailCount LS-DetailTotal LS-TrailerCount
        LS-TrailerTotal LS-RejectReason LS-Accepted.
    MOVE 'N' TO LS-Accepted.
    OPEN I-O FileRegistryFile.
    IF WS-FileRegistryStatus = '35'
        OPEN OUTPUT FileRegistryFile
        CLOSE FileRegistryFile
        OPEN I-O FileRegistryFile
    END-IF.

    IF LS-RejectReason = SPACES
        IF LS-FileID = SPACES
            MOVE 'FILE ID MISSING FROM HEADER' TO LS-RejectReason
        END-IF
    END-IF.
    IF LS-RejectReason = SPACES
        MOVE 'N' TO WS-DateValid
        IF LS-CreationDate NUMERIC AND LS-CreationDate NOT = ZERO
            CALL 'ValidateDate' USING LS-CreationDate WS-DateValid
        END-IF
        IF WS-DateValid = 'N'
            MOVE 'HEADER CREATION DATE INVALID' TO LS-RejectReason
        END-IF
    END-IF.
    IF LS-RejectReason = SPACES
        IF LS-DetailCount NOT = LS-TrailerCount
            MOVE 'TRAILER RECORD COUNT DOES NOT MATCH'
                TO LS-RejectReason
        ELSE
            IF LS-DetailTotal NOT = LS-TrailerTotal
                MOVE 'TRAILER AMOUNT TOTAL DOES NOT MATCH'
                    TO LS-RejectReason
            END-IF
        END-IF
    END-IF.
    IF LS-RejectReason = SPACES
        PERFORM CHECK-ALREADY-PROCESSED
    END-IF.

    IF LS-RejectReason = SPACES
        MOVE 'Y' TO LS-Accepted
    END-IF.
    PERFORM WRITE-REGISTRY-ENTRY.
    CLOSE FileRegistryFile.
    GOBACK.

*> a file ID is a duplicate only if a file with that ID was accepted
*> before; a rejected file can be corrected and sent again under the
*> same ID
CHECK-ALREADY-PROCESSED.
    MOVE 'N' TO WS-RegistryEOF.
    MOVE LS-Source TO RegistrySource.
    MOVE LS-FileID TO RegistryFileID.
    MOVE ZERO TO RegistryReceivedDate.
    MOVE ZERO TO RegistryReceivedTime.
    START FileRegistryFile KEY IS NOT LESS THAN RegistryKey
        INVALID KEY
            MOVE 'Y' TO WS-RegistryEOF
    END-START.
    PERFORM UNTIL WS-RegistryEOF = 'Y'
        READ FileRegistryFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-RegistryEOF
            NOT AT END
                IF RegistrySource NOT = LS-Source
                        OR RegistryFileID NOT = LS-FileID
                    MOVE 'Y' TO WS-RegistryEOF
                ELSE
                    IF RegistryAccepted
                        STRING 'FILE ID ALREADY PROCESSED '
                            RegistryReceivedDate DELIMITED BY SIZE
                            INTO LS-RejectReason
                        MOVE 'Y' TO WS-RegistryEOF
                    END-IF
                END-IF
    END-PERFORM.

WRITE-REGISTRY-ENTRY.
    ACCEPT WS-ReceivedDate FROM DATE YYYYMMDD.
    ACCEPT WS-ReceivedTime FROM TIME.
    INITIALIZE FileRegistryRecord.
    MOVE LS-Source       TO RegistrySource.
    MOVE LS-FileID       TO RegistryFileID.
    MOVE WS-ReceivedDate TO RegistryReceivedDate.
    MOVE WS-ReceivedTime TO RegistryReceivedTime.
    MOVE LS-FileName     TO RegistryFileName.
    MOVE LS-Program      TO RegistryProgram.
    IF LS-CreationDate NUMERIC
        MOVE LS-CreationDate TO RegistryCreationDate
    END-IF.
    MOVE LS-DetailCount  TO RegistryDetailCount.
    MOVE LS-DetailTotal  TO RegistryDetailTotal.
    MOVE LS-TrailerCount TO RegistryTrailerCount.
    MOVE LS-TrailerTotal TO RegistryTrailerTotal.
    IF LS-Accepted = 'Y'
        SET RegistryAccepted TO TRUE
    ELSE
        SET RegistryRejected TO TRUE
        MOVE LS-RejectReason TO RegistryRejectReason
    END-IF.
    MOVE 'N' TO WS-EntryWritten.
    PERFORM UNTIL WS-EntryWritten = 'Y'
        WRITE FileRegistryRecord
            INVALID KEY
                ADD 1 TO RegistryReceivedTime
            NOT INVALID KEY
                MOVE 'Y' TO WS-EntryWritten
        END-WRITE
        IF WS-FileRegistryStatus NOT = '22'
            MOVE 'Y' TO WS-EntryWritten
        END-IF
    END-PERFORM.
