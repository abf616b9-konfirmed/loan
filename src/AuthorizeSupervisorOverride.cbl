IDENTIFICATION DIVISION.
PROGRAM-ID. AuthorizeSupervisorOverride.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.
    COPY AUSEL.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

FD  AuditLogFile.
    COPY AUREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-UserFileStatus     PIC X(02).
01 WS-AuditLogFileStatus PIC X(02).
01 WS-LookupUserID       PIC X(20).
01 WS-UserFound          PIC X VALUE 'N'.
01 WS-FoundRole          PIC X(12).
    88 WS-FoundRoleSupervisor VALUES 'LOAN-OFFICER' 'ADMIN'.
01 WS-FoundHash          PIC X(20).
01 WS-FoundStatus        PIC X(10).
    88 WS-FoundStatusActive VALUES 'ACTIVE' SPACES.
01 WS-SupervisorID       PIC X(20).
01 WS-SupervisorPassword PIC X(20).
01 WS-SupervisorHash     PIC X(20).

LINKAGE SECTION.
01 LS-UserID        PIC X(20).
01 LS-OverrideDetail PIC X(30).
01 LS-AuthorizedBy  PIC X(20).
01 LS-Granted       PIC X(01).

*> supervisor authority for an action a teller may not take alone. A
*> loan officer or administrator holds the authority already; anyone
*> else must have an active loan officer or administrator, other than
*> themselves, sign the override with their own password. Every
*> override granted is written to the audit log under the authorizing
*> user
PROCEDURE DIVISION USING LS-UserID LS-OverrideDetail LS-AuthorizedBy
        LS-Granted.
    MOVE 'N' TO LS-Granted.
    MOVE SPACES TO LS-AuthorizedBy.

    MOVE LS-UserID TO WS-LookupUserID.
    PERFORM FIND-USER.
    IF WS-UserFound = 'Y' AND WS-FoundRoleSupervisor
        MOVE LS-UserID TO LS-AuthorizedBy
        MOVE 'Y' TO LS-Granted
        PERFORM WRITE-OVERRIDE-AUDIT
        GOBACK
    END-IF.

    DISPLAY 'Supervisor authority is required.'.
    DISPLAY 'Enter Supervisor User ID: '.
    ACCEPT WS-SupervisorID.
    DISPLAY 'Enter Supervisor Password: '.
    ACCEPT WS-SupervisorPassword.
    IF WS-SupervisorID = LS-UserID OR WS-SupervisorID = SPACES
        DISPLAY 'The override must be signed by a different user.'
        GOBACK
    END-IF.

    MOVE WS-SupervisorID TO WS-LookupUserID.
    PERFORM FIND-USER.
    CALL 'HashPassword' USING WS-SupervisorPassword WS-SupervisorHash.
    EVALUATE TRUE
        WHEN WS-UserFound = 'N'
            DISPLAY 'Invalid Supervisor User ID or Password.'
        WHEN NOT WS-FoundStatusActive
            DISPLAY 'Supervisor account is not active.'
        WHEN WS-FoundHash NOT = WS-SupervisorHash
            DISPLAY 'Invalid Supervisor User ID or Password.'
        WHEN NOT WS-FoundRoleSupervisor
            DISPLAY 'User ' WS-SupervisorID
                ' does not hold supervisor authority.'
        WHEN OTHER
            MOVE WS-SupervisorID TO LS-AuthorizedBy
            MOVE 'Y' TO LS-Granted
            PERFORM WRITE-OVERRIDE-AUDIT
            DISPLAY 'Override authorized by ' WS-SupervisorID '.'
    END-EVALUATE.
    GOBACK.

FIND-USER.
    MOVE 'N' TO WS-UserFound.
    MOVE SPACES TO WS-FoundRole.
    MOVE SPACES TO WS-FoundHash.
    MOVE SPACES TO WS-FoundStatus.
    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ UserFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF UserID = WS-LookupUserID
                        MOVE 'Y' TO WS-UserFound
                        MOVE UserRole TO WS-FoundRole
                        MOVE UserPasswordHash TO WS-FoundHash
                        MOVE UserStatus TO WS-FoundStatus
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE UserFile
    END-IF.

WRITE-OVERRIDE-AUDIT.
    OPEN EXTEND AuditLogFile.
    IF WS-AuditLogFileStatus = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.
    MOVE LS-AuthorizedBy TO AuditUserID.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    SET AuditEventMenuAction TO TRUE.
    MOVE LS-OverrideDetail TO AuditDetail.
    WRITE AuditLogRecord.
    CLOSE AuditLogFile.
