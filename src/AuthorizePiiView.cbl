IDENTIFICATION DIVISION.
PROGRAM-ID. AuthorizePiiView.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-UserFileStatus     PIC X(02).
01 WS-HomeRole           PIC X(12).
01 WS-Answer             PIC X(01).

*> the only role cleared to see tax IDs and bank account numbers in
*> full
01 WS-PiiViewRole        PIC X(12) VALUE 'ADMIN'.

LINKAGE SECTION.
01 LS-UserID        PIC X(20).
01 LS-ShowFull      PIC X(01).
01 LS-Reason        PIC X(40).

*> asked once at the start of an inquiry. Staff outside the cleared
*> role are never offered full values; a cleared user must give a
*> reason, which the caller records in the PII access log against
*> each full value actually shown
PROCEDURE DIVISION USING LS-UserID LS-ShowFull LS-Reason.
    MOVE 'N' TO LS-ShowFull.
    MOVE SPACES TO LS-Reason.
    MOVE SPACES TO WS-HomeRole.
    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ UserFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF UserID = LS-UserID
                        MOVE UserRole TO WS-HomeRole
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE UserFile
    END-IF.
    IF WS-HomeRole NOT = WS-PiiViewRole
        GOBACK
    END-IF.

    DISPLAY 'Show full tax IDs and account numbers? (Y/N): '.
    ACCEPT WS-Answer.
    IF WS-Answer = 'Y' OR WS-Answer = 'y'
        DISPLAY 'Enter reason for viewing: '
        ACCEPT LS-Reason
        PERFORM UNTIL LS-Reason NOT = SPACES
            DISPLAY 'A reason is required. Enter reason for viewing: '
            ACCEPT LS-Reason
        END-PERFORM
        MOVE 'Y' TO LS-ShowFull
    END-IF.
    GOBACK.
