IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainFileManifest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FMSEL.

DATA DIVISION.
FILE SECTION.
FD  FileManifestFile.
    COPY FMREC.

WORKING-STORAGE SECTION.
01 WS-FileManifestStatus   PIC X(02).
01 EOF                     PIC X VALUE 'N'.
01 WS-Choice               PIC 9.
01 WS-TodayDate            PIC 9(8).
01 WS-KeyDate              PIC 9(8).
01 WS-KeyFileName          PIC X(50).
01 WS-Confirm              PIC X(01).
01 WS-FilesListed          PIC 9(5) VALUE ZERO.
01 WS-ReportDate           PIC 9(8) VALUE ZERO.
01 WS-ItemsReported        PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the outbound file manifest: every file the system sends out is
*> registered by the program that writes it, with its record count
*> and dollar hash total. Operations marks each file transmitted when
*> it goes to its destination, and acknowledged when the receiver
*> confirms it arrived in balance, under the user signed on
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY '--- Outbound File Manifest ---'.
    DISPLAY '1. List Files for a Business Date'.
    DISPLAY '2. Mark a File Transmitted'.
    DISPLAY '3. Mark a File Acknowledged'.
    DISPLAY '4. Transmission Exceptions Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ACCEPT-BUSINESS-DATE
            PERFORM LIST-FILES-FOR-DATE
        WHEN 2
            PERFORM ACCEPT-FILE-KEY
            PERFORM MARK-TRANSMITTED
        WHEN 3
            PERFORM ACCEPT-FILE-KEY
            PERFORM MARK-ACKNOWLEDGED
        WHEN 4
            CALL 'ReportFileTransmissions' USING WS-ReportDate
                WS-ItemsReported
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ACCEPT-BUSINESS-DATE.
    DISPLAY 'Enter Business Date (YYYYMMDD, 0 for today): '.
    ACCEPT WS-KeyDate.
    PERFORM UNTIL WS-KeyDate NUMERIC
        DISPLAY 'Invalid input. Enter a date as YYYYMMDD or 0: '
        ACCEPT WS-KeyDate
    END-PERFORM.
    IF WS-KeyDate = ZERO
        MOVE WS-TodayDate TO WS-KeyDate
    END-IF.

ACCEPT-FILE-KEY.
    PERFORM ACCEPT-BUSINESS-DATE.
    DISPLAY 'Enter File Name: '.
    ACCEPT WS-KeyFileName.
    PERFORM UNTIL WS-KeyFileName NOT = SPACES
        DISPLAY 'Invalid input. Enter the File Name: '
        ACCEPT WS-KeyFileName
    END-PERFORM.

LIST-FILES-FOR-DATE.
    MOVE ZERO TO WS-FilesListed.
    MOVE 'N' TO EOF.
    OPEN INPUT FileManifestFile.
    IF WS-FileManifestStatus NOT = '00'
        DISPLAY 'No outbound files on the manifest.'
    ELSE
        MOVE WS-KeyDate TO ManifestBusinessDate
        MOVE SPACES TO ManifestFileName
        START FileManifestFile KEY IS NOT LESS THAN ManifestKey
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ FileManifestFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF ManifestBusinessDate NOT = WS-KeyDate
                        MOVE 'Y' TO EOF
                    ELSE
                        PERFORM DISPLAY-MANIFEST-ENTRY
                        ADD 1 TO WS-FilesListed
                    END-IF
        END-PERFORM
        CLOSE FileManifestFile
        DISPLAY WS-FilesListed ' file(s) produced for ' WS-KeyDate '.'
    END-IF.

DISPLAY-MANIFEST-ENTRY.
    DISPLAY ManifestFileName.
    DISPLAY '   ' ManifestProgram ' Records: ' ManifestRecordCount
        ' Hash: ' ManifestHashTotal ' Status: ' ManifestStatus.
    IF ManifestTransmittedDate NOT = ZERO
        DISPLAY '   Sent ' ManifestTransmittedDate ' to '
            ManifestDestination ' by ' ManifestTransmittedUser
    END-IF.
    IF ManifestAckDate NOT = ZERO
        DISPLAY '   Acknowledged ' ManifestAckDate ' ref '
            ManifestAckReference ' by ' ManifestAckUser
    END-IF.

MARK-TRANSMITTED.
    PERFORM OPEN-MANIFEST-FILE.
    MOVE WS-KeyDate     TO ManifestBusinessDate.
    MOVE WS-KeyFileName TO ManifestFileName.
    READ FileManifestFile
        INVALID KEY
            DISPLAY 'File not on the manifest for that date.'
        NOT INVALID KEY
            PERFORM DISPLAY-MANIFEST-ENTRY
            IF NOT ManifestProduced
                DISPLAY 'File is already ' ManifestStatus '.'
            ELSE
                DISPLAY 'Enter Destination: '
                ACCEPT ManifestDestination
                PERFORM UNTIL ManifestDestination NOT = SPACES
                    DISPLAY 'Invalid input. Enter the Destination: '
                    ACCEPT ManifestDestination
                END-PERFORM
                DISPLAY 'Mark this file transmitted? (Y/N): '
                ACCEPT WS-Confirm
                IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                    SET ManifestTransmitted TO TRUE
                    MOVE WS-TodayDate TO ManifestTransmittedDate
                    MOVE LS-UserID    TO ManifestTransmittedUser
                    REWRITE FileManifestRecord
                        INVALID KEY
                            DISPLAY 'Unable to update the manifest.'
                        NOT INVALID KEY
                            DISPLAY 'File marked transmitted.'
                    END-REWRITE
                ELSE
                    DISPLAY 'Manifest not changed.'
                END-IF
            END-IF
    END-READ.
    CLOSE FileManifestFile.

*> the receiver's acknowledgment is taken only for a file marked
*> transmitted, with the receiver's confirmation reference
MARK-ACKNOWLEDGED.
    PERFORM OPEN-MANIFEST-FILE.
    MOVE WS-KeyDate     TO ManifestBusinessDate.
    MOVE WS-KeyFileName TO ManifestFileName.
    READ FileManifestFile
        INVALID KEY
            DISPLAY 'File not on the manifest for that date.'
        NOT INVALID KEY
            PERFORM DISPLAY-MANIFEST-ENTRY
            IF NOT ManifestTransmitted
                DISPLAY 'File is ' ManifestStatus
                    '; only a transmitted file can be acknowledged.'
            ELSE
                DISPLAY 'Enter Receiver Acknowledgment Reference: '
                ACCEPT ManifestAckReference
                PERFORM UNTIL ManifestAckReference NOT = SPACES
                    DISPLAY 'Invalid input. Enter the Reference: '
                    ACCEPT ManifestAckReference
                END-PERFORM
                SET ManifestAcknowledged TO TRUE
                MOVE WS-TodayDate TO ManifestAckDate
                MOVE LS-UserID    TO ManifestAckUser
                REWRITE FileManifestRecord
                    INVALID KEY
                        DISPLAY 'Unable to update the manifest.'
                    NOT INVALID KEY
                        DISPLAY 'File marked acknowledged.'
                END-REWRITE
            END-IF
    END-READ.
    CLOSE FileManifestFile.

OPEN-MANIFEST-FILE.
    OPEN I-O FileManifestFile.
    IF WS-FileManifestStatus = '35'
        OPEN OUTPUT FileManifestFile
        CLOSE FileManifestFile
        OPEN I-O FileManifestFile
    END-IF.
