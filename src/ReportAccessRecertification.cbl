IDENTIFICATION DIVISION.
PROGRAM-ID. ReportAccessRecertification.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.
    SELECT RecertFile ASSIGN TO WS-RecertFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

FD  RecertFile.
01  RecertLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-UserFileStatus     PIC X(02).
01 EOF                   PIC X VALUE 'N'.
01 WS-RecertFileName     PIC X(40).
01 WS-RunDate            PIC 9(8).
01 WS-DormantCutoff      PIC 9(8).
01 WS-Idx                PIC 9(4).
01 WS-Jdx                PIC 9(4).
01 WS-UserCount          PIC 9(4) VALUE ZERO.
01 WS-CurrentBranch      PIC X(04).
01 WS-BranchShown        PIC X(06).
01 WS-StatusShown        PIC X(10).
01 WS-LastSignOnShown    PIC X(08).
01 WS-NoteShown          PIC X(20).

*> an active account unused this long is called out for the branch
*> manager to confirm it is still needed
01 WS-DormantDays        PIC S9(6) VALUE -90.

01 WS-RecertTable.
    05 WS-RecertEntry OCCURS 500 TIMES.
        10 WS-RecertBranch      PIC X(04).
        10 WS-RecertUserID      PIC X(20).
        10 WS-RecertRole        PIC X(12).
        10 WS-RecertStatus      PIC X(10).
        10 WS-RecertLastSignOn  PIC 9(8).
        10 WS-RecertPwdChanged  PIC 9(8).
01 WS-SwapEntry          PIC X(62).

LINKAGE SECTION.
01 LS-UsersListed PIC 9(7).

*> quarterly access recertification: every sign-on account grouped
*> by home branch with role, status and last sign-on, and a sign-off
*> block under each branch for the branch manager to attest that the
*> access is still appropriate. Disabled and terminated accounts are
*> listed too, so the file shows what was removed as well as what
*> remains
PROCEDURE DIVISION USING LS-UsersListed.
    MOVE ZERO TO LS-UsersListed.
    MOVE ZERO TO WS-UserCount.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.
    CALL 'AdjustDateByDays' USING WS-RunDate WS-DormantDays
        WS-DormantCutoff.

    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus NOT = '00'
        DISPLAY 'No user file on file.'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y'
        READ UserFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM NOTE-USER-ACCOUNT
    END-PERFORM.
    CLOSE UserFile.

    PERFORM SORT-USERS-BY-BRANCH.

    STRING 'access-recert-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-RecertFileName.
    OPEN OUTPUT RecertFile.
    MOVE SPACES TO RecertLine.
    STRING 'Access Recertification as of ' WS-RunDate
        DELIMITED BY SIZE INTO RecertLine.
    WRITE RecertLine.
    MOVE HIGH-VALUES TO WS-CurrentBranch.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-UserCount
        IF WS-RecertBranch(WS-Idx) NOT = WS-CurrentBranch
            IF WS-Idx > 1
                PERFORM WRITE-SIGN-OFF-BLOCK
            END-IF
            MOVE WS-RecertBranch(WS-Idx) TO WS-CurrentBranch
            PERFORM WRITE-BRANCH-HEADING
        END-IF
        PERFORM WRITE-USER-LINE
    END-PERFORM.
    IF WS-UserCount > ZERO
        PERFORM WRITE-SIGN-OFF-BLOCK
    END-IF.
    CLOSE RecertFile.
    MOVE WS-UserCount TO LS-UsersListed.
    DISPLAY WS-UserCount ' account(s) written to ' WS-RecertFileName.
    GOBACK.

NOTE-USER-ACCOUNT.
    IF WS-UserCount < 500
        ADD 1 TO WS-UserCount
        MOVE UserBranchCode TO WS-RecertBranch(WS-UserCount)
        MOVE UserID TO WS-RecertUserID(WS-UserCount)
        MOVE UserRole TO WS-RecertRole(WS-UserCount)
        IF UserStatus = SPACES
            MOVE 'ACTIVE' TO WS-RecertStatus(WS-UserCount)
        ELSE
            MOVE UserStatus TO WS-RecertStatus(WS-UserCount)
        END-IF
        IF UserLastSignOnDate NUMERIC
            MOVE UserLastSignOnDate TO WS-RecertLastSignOn(WS-UserCount)
        ELSE
            MOVE ZERO TO WS-RecertLastSignOn(WS-UserCount)
        END-IF
        IF UserPasswordChangedDate NUMERIC
            MOVE UserPasswordChangedDate
                TO WS-RecertPwdChanged(WS-UserCount)
        ELSE
            MOVE ZERO TO WS-RecertPwdChanged(WS-UserCount)
        END-IF
    END-IF.

*> branch, then User ID, so each manager's page reads in order
SORT-USERS-BY-BRANCH.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx NOT LESS THAN WS-UserCount
        PERFORM VARYING WS-Jdx FROM 1 BY 1
                UNTIL WS-Jdx NOT LESS THAN WS-UserCount
            IF WS-RecertBranch(WS-Jdx) > WS-RecertBranch(WS-Jdx + 1)
                    OR (WS-RecertBranch(WS-Jdx) = WS-RecertBranch(WS-Jdx + 1)
                    AND WS-RecertUserID(WS-Jdx) > WS-RecertUserID(WS-Jdx + 1))
                MOVE WS-RecertEntry(WS-Jdx) TO WS-SwapEntry
                MOVE WS-RecertEntry(WS-Jdx + 1) TO WS-RecertEntry(WS-Jdx)
                MOVE WS-SwapEntry TO WS-RecertEntry(WS-Jdx + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-BRANCH-HEADING.
    IF WS-CurrentBranch = SPACES
        MOVE '(none)' TO WS-BranchShown
    ELSE
        MOVE WS-CurrentBranch TO WS-BranchShown
    END-IF.
    MOVE SPACES TO RecertLine.
    WRITE RecertLine.
    MOVE SPACES TO RecertLine.
    STRING 'Branch ' WS-BranchShown DELIMITED BY SIZE INTO RecertLine.
    WRITE RecertLine.
    DISPLAY RecertLine.
    MOVE 'User ID              Role         Status     Last Sign-On  Pwd Changed  Note'
        TO RecertLine.
    WRITE RecertLine.

WRITE-USER-LINE.
    MOVE WS-RecertStatus(WS-Idx) TO WS-StatusShown.
    MOVE SPACES TO WS-NoteShown.
    IF WS-RecertLastSignOn(WS-Idx) = ZERO
        MOVE 'NEVER' TO WS-LastSignOnShown
    ELSE
        MOVE WS-RecertLastSignOn(WS-Idx) TO WS-LastSignOnShown
    END-IF.
    IF WS-StatusShown = 'ACTIVE'
            AND WS-RecertLastSignOn(WS-Idx) < WS-DormantCutoff
        MOVE 'DORMANT' TO WS-NoteShown
    END-IF.
    MOVE SPACES TO RecertLine.
    STRING WS-RecertUserID(WS-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RecertRole(WS-Idx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-StatusShown DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-LastSignOnShown DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        WS-RecertPwdChanged(WS-Idx) DELIMITED BY SIZE
        '     ' DELIMITED BY SIZE
        WS-NoteShown DELIMITED BY SIZE
        INTO RecertLine.
    WRITE RecertLine.
    DISPLAY RecertLine.

WRITE-SIGN-OFF-BLOCK.
    MOVE SPACES TO RecertLine.
    WRITE RecertLine.
    MOVE '  I confirm the access listed above is required for each user''s duties.'
        TO RecertLine.
    WRITE RecertLine.
    MOVE '  Branch Manager: ______________________________   Date: __________'
        TO RecertLine.
    WRITE RecertLine.
