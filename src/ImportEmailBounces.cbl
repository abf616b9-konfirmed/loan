IDENTIFICATION DIVISION.
PROGRAM-ID. ImportEmailBounces.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY EBSEL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  EmailBounceFile.
    COPY EBREC.

FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 EOF                    PIC X VALUE 'N'.
01 WS-EmailBounceStatus   PIC X(02).
01 WS-BorrowerFileStatus  PIC X(02).
01 WS-BouncesApplied      PIC 9(7) VALUE ZERO.
01 WS-BouncesIgnored      PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-BouncesApplied PIC 9(7).

*> the email vendor reports addresses that bounced. The borrower goes
*> back to paper from tonight's notices on; consent stays on file so
*> email can resume once a good address is recorded. A bounce for an
*> address the borrower has since replaced is ignored, and replaying
*> the same file changes nothing further
PROCEDURE DIVISION USING LS-BouncesApplied.
    DISPLAY 'Importing email bounce file...'.
    MOVE ZERO TO LS-BouncesApplied.
    MOVE ZERO TO WS-BouncesApplied.
    MOVE ZERO TO WS-BouncesIgnored.
    MOVE 'N' TO EOF.

    OPEN INPUT EmailBounceFile.
    IF WS-EmailBounceStatus NOT = '00'
        DISPLAY 'No email bounce file found. Nothing to process.'
        GOBACK
    END-IF.
    OPEN I-O BorrowerFile.
    PERFORM UNTIL EOF = 'Y'
        READ EmailBounceFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM APPLY-EMAIL-BOUNCE
    END-PERFORM.
    CLOSE EmailBounceFile.
    CLOSE BorrowerFile.

    MOVE WS-BouncesApplied TO LS-BouncesApplied.
    DISPLAY 'Borrowers returned to paper: ' WS-BouncesApplied.
    DISPLAY 'Bounces not applied: ' WS-BouncesIgnored.
    GOBACK.

APPLY-EMAIL-BOUNCE.
    MOVE BounceBorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            ADD 1 TO WS-BouncesIgnored
            DISPLAY 'Bounce for unknown Borrower ID ' BounceBorrowerID
        NOT INVALID KEY
            IF BorrowerPrefersEmail
                    AND BorrowerEmailAddress = BounceEmailAddress
                SET BorrowerPrefersPaper TO TRUE
                MOVE BounceDate TO BorrowerEmailBounceDate
                REWRITE BorrowerRecord
                    INVALID KEY
                        ADD 1 TO WS-BouncesIgnored
                    NOT INVALID KEY
                        ADD 1 TO WS-BouncesApplied
                        DISPLAY 'Borrower ' BounceBorrowerID
                            ' returned to paper: ' BounceReason
                END-REWRITE
            ELSE
                ADD 1 TO WS-BouncesIgnored
            END-IF
    END-READ.
