IDENTIFICATION DIVISION.
PROGRAM-ID. ApplyInsiderApproval.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PQSEL.

DATA DIVISION.
FILE SECTION.
FD  PendingApprovalFile.
    COPY PQREC.

WORKING-STORAGE SECTION.
01 WS-PendingApprovalStatus PIC X(02).

LINKAGE SECTION.
01 LS-ApprovalID            PIC 9(5).

*> marks a released insider credit approval applied once the credit it
*> cleared has been booked, so the approval covers that booking only.
*> A zero ID means the credit needed no approval
PROCEDURE DIVISION USING LS-ApprovalID.
    IF LS-ApprovalID = ZERO
        GOBACK
    END-IF.
    OPEN I-O PendingApprovalFile.
    IF WS-PendingApprovalStatus NOT = '00'
        DISPLAY 'Pending approvals not available; approval '
            LS-ApprovalID ' not marked applied.'
        GOBACK
    END-IF.
    MOVE LS-ApprovalID TO PendingID.
    READ PendingApprovalFile
        INVALID KEY
            DISPLAY 'Pending approval ' LS-ApprovalID
                ' not on file; not marked applied.'
        NOT INVALID KEY
            IF PendingInsiderCredit AND PendingPosted
                SET PendingApplied TO TRUE
                REWRITE PendingApprovalRecord
            END-IF
    END-READ.
    CLOSE PendingApprovalFile.
    GOBACK.
