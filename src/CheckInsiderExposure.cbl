IDENTIFICATION DIVISION.
PROGRAM-ID. CheckInsiderExposure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PQSEL.

DATA DIVISION.
FILE SECTION.
FD  PendingApprovalFile.
    COPY PQREC.

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-PendingApprovalStatus PIC X(02).
01 WS-InsiderID             PIC 9(5).
01 WS-InsiderType           PIC X(12).
01 WS-InsiderFound          PIC X VALUE 'N'.
01 WS-Exposure              PIC 9(11)V99.
01 WS-LoanCount             PIC 9(5).
01 WS-NewExposure           PIC 9(11)V99.
01 WS-ApprovalLimit         PIC 9(11)V99.
01 WS-ApprovalFound         PIC X VALUE 'N'.
01 WS-AlreadyQueued         PIC X VALUE 'N'.
01 WS-QueuedID              PIC 9(5) VALUE ZERO.
01 WS-QueueTxnType          PIC X(12) VALUE 'INSIDER'.
01 WS-QueueDetail           PIC X(30).
01 WS-QueueReference        PIC 9(7).
01 WS-PendingIDOut          PIC 9(5).

*> the board must approve in advance any credit that takes an
*> insider's aggregate, with their related interests, above the limit
*> for their relationship
01 WS-ExecOfficerLimit      PIC 9(11)V99 VALUE 100000.00.
01 WS-DirectorLimit         PIC 9(11)V99 VALUE 500000.00.
01 WS-PrincipalSHLimit      PIC 9(11)V99 VALUE 500000.00.

LINKAGE SECTION.
01 LS-BorrowerID            PIC 9(5).
01 LS-LoanID                PIC 9(7).
01 LS-Amount                PIC 9(11)V99.
01 LS-UserID                PIC X(20).
01 LS-Cleared               PIC X(01).
01 LS-ApprovalID            PIC 9(5).

*> new credit to an insider or a related interest is checked against
*> the insider's approval limit before it is booked. Credit within the
*> limit, and credit to anyone not an insider, is cleared. Above the
*> limit it is cleared only against an approval already released for
*> this borrower and at least this amount, whose ID is returned; the
*> caller marks it applied through ApplyInsiderApproval once the credit
*> is actually booked, so it covers one booking only. Otherwise it is
*> captured on the pending approval queue (once) and the caller books
*> nothing
PROCEDURE DIVISION USING LS-BorrowerID LS-LoanID LS-Amount
        LS-UserID LS-Cleared LS-ApprovalID.
    MOVE 'Y' TO LS-Cleared.
    MOVE ZERO TO LS-ApprovalID.
    CALL 'GetInsiderStatus' USING LS-BorrowerID WS-InsiderID
        WS-InsiderType WS-InsiderFound.
    IF WS-InsiderFound = 'N'
        GOBACK
    END-IF.

    EVALUATE WS-InsiderType
        WHEN 'EXEC-OFFICER'
            MOVE WS-ExecOfficerLimit TO WS-ApprovalLimit
        WHEN 'DIRECTOR'
            MOVE WS-DirectorLimit TO WS-ApprovalLimit
        WHEN OTHER
            MOVE WS-PrincipalSHLimit TO WS-ApprovalLimit
    END-EVALUATE.
    CALL 'ComputeInsiderExposure' USING WS-InsiderID WS-Exposure
        WS-LoanCount.
    COMPUTE WS-NewExposure = WS-Exposure + LS-Amount.
    DISPLAY 'Insider credit: Borrower ' LS-BorrowerID
        ' aggregates to insider ' WS-InsiderID ' (' WS-InsiderType ').'.
    DISPLAY 'Aggregate exposure ' WS-Exposure ' plus ' LS-Amount
        ' against approval limit ' WS-ApprovalLimit '.'.
    IF WS-NewExposure NOT > WS-ApprovalLimit
        GOBACK
    END-IF.

    PERFORM FIND-RELEASED-APPROVAL.
    IF WS-ApprovalFound = 'Y'
        GOBACK
    END-IF.

    MOVE 'N' TO LS-Cleared.
    IF WS-AlreadyQueued = 'Y'
        DISPLAY 'Above the insider approval limit. Already awaiting'
        DISPLAY 'approval as Pending ' WS-QueuedID
            '; nothing booked.'
    ELSE
        MOVE SPACES TO WS-QueueDetail
        STRING 'BORROWER ' LS-BorrowerID ' INSIDER ' WS-InsiderID
            DELIMITED BY SIZE INTO WS-QueueDetail
        MOVE LS-BorrowerID TO WS-QueueReference
        CALL 'QueuePendingApproval' USING WS-QueueTxnType
            LS-LoanID LS-Amount WS-QueueDetail
            WS-QueueReference LS-UserID WS-PendingIDOut
        DISPLAY 'Above the insider approval limit. Captured as Pending'
        DISPLAY 'Approval ' WS-PendingIDOut
            '; book it again once the approval is released.'
    END-IF.
    GOBACK.

FIND-RELEASED-APPROVAL.
    MOVE 'N' TO WS-ApprovalFound.
    MOVE 'N' TO WS-AlreadyQueued.
    OPEN INPUT PendingApprovalFile.
    IF WS-PendingApprovalStatus = '00'
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y' OR WS-ApprovalFound = 'Y'
            READ PendingApprovalFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF PendingInsiderCredit
                            AND PendingReference = LS-BorrowerID
                            AND PendingAmount NOT < LS-Amount
                        PERFORM CHECK-PENDING-INSIDER-ITEM
                    END-IF
        END-PERFORM
        CLOSE PendingApprovalFile
    END-IF.

CHECK-PENDING-INSIDER-ITEM.
    EVALUATE TRUE
        WHEN PendingPosted
            MOVE 'Y' TO WS-ApprovalFound
            MOVE PendingID TO LS-ApprovalID
            DISPLAY 'Above the insider approval limit; approved by '
                PendingApproveUserID ' as Pending ' PendingID '.'
        WHEN PendingWaiting
            MOVE 'Y' TO WS-AlreadyQueued
            MOVE PendingID TO WS-QueuedID
    END-EVALUATE.
