IDENTIFICATION DIVISION.
PROGRAM-ID. CheckCompanyEntitlement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY USSEL.
    COPY AUSEL.
    COPY CYSEL.

DATA DIVISION.
FILE SECTION.
FD  UserFile.
    COPY USREC.

FD  AuditLogFile.
    COPY AUREC.

FD  CompanyFile.
    COPY CYREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-UserFileStatus     PIC X(02).
01 WS-AuditLogFileStatus PIC X(02).
01 WS-UserFound          PIC X VALUE 'N'.
01 WS-HomeCompanyCode    PIC X(04).
01 WS-AskedCompanyCode   PIC X(04).
01 WS-CompanyIdx         PIC 9(2).
01 WS-CompaniesListed    PIC 9(2) VALUE ZERO.
01 WS-CompanyFileStatus  PIC X(02).
01 WS-CompanyEOF         PIC X VALUE 'N'.
01 WS-CompaniesOnFile    PIC 9(5) VALUE ZERO.
    COPY USREC REPLACING LEADING ==User== BY ==WS-Entitled==.

*> the company code a user is given to work with every company, and
*> asked for by a caller wanting all companies together
01 WS-AllCompanies       PIC X(04) VALUE '****'.

LINKAGE SECTION.
01 LS-UserID             PIC X(20).
01 LS-CompanyCode        PIC X(04).
01 LS-Allowed            PIC X(01).

*> company entitlement: each user lists up to five companies they may
*> work with, or **** for all of them. A user with none listed works
*> with the home company only, as before companies were kept. A blank
*> company code asked about is the home company; **** asks for all
*> companies together (a consolidated report), which only a user
*> entitled to all of them may have, or, while there is only the one
*> company, a user who may work with it. The control fails closed
*> and denials go to the audit trail
PROCEDURE DIVISION USING LS-UserID LS-CompanyCode LS-Allowed.
    MOVE 'N' TO LS-Allowed.
    CALL 'GetHomeCompany' USING WS-HomeCompanyCode.
    MOVE LS-CompanyCode TO WS-AskedCompanyCode.
    IF WS-AskedCompanyCode = SPACES
        MOVE WS-HomeCompanyCode TO WS-AskedCompanyCode
    END-IF.
    PERFORM LOOKUP-USER.
    IF WS-UserFound = 'N'
        PERFORM WRITE-DENIAL-AUDIT
        GOBACK
    END-IF.

    MOVE ZERO TO WS-CompaniesListed.
    PERFORM VARYING WS-CompanyIdx FROM 1 BY 1 UNTIL WS-CompanyIdx > 5
        IF WS-EntitledCompanyCode(WS-CompanyIdx) NOT = SPACES
            ADD 1 TO WS-CompaniesListed
            IF WS-EntitledCompanyCode(WS-CompanyIdx) = WS-AllCompanies
                    OR WS-EntitledCompanyCode(WS-CompanyIdx)
                        = WS-AskedCompanyCode
                MOVE 'Y' TO LS-Allowed
            END-IF
        END-IF
    END-PERFORM.
    IF WS-CompaniesListed = ZERO
            AND WS-AskedCompanyCode = WS-HomeCompanyCode
        MOVE 'Y' TO LS-Allowed
    END-IF.
    IF LS-Allowed = 'N' AND WS-AskedCompanyCode = WS-AllCompanies
        PERFORM COUNT-COMPANIES
        IF WS-CompaniesOnFile NOT > 1
            IF WS-CompaniesListed = ZERO
                MOVE 'Y' TO LS-Allowed
            END-IF
            PERFORM VARYING WS-CompanyIdx FROM 1 BY 1
                    UNTIL WS-CompanyIdx > 5
                IF WS-EntitledCompanyCode(WS-CompanyIdx)
                        = WS-HomeCompanyCode
                    MOVE 'Y' TO LS-Allowed
                END-IF
            END-PERFORM
        END-IF
    END-IF.
    IF LS-Allowed = 'N'
        PERFORM WRITE-DENIAL-AUDIT
    END-IF.
    GOBACK.

COUNT-COMPANIES.
    MOVE ZERO TO WS-CompaniesOnFile.
    MOVE 'N' TO WS-CompanyEOF.
    OPEN INPUT CompanyFile.
    IF WS-CompanyFileStatus = '00'
        PERFORM UNTIL WS-CompanyEOF = 'Y'
            READ CompanyFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-CompanyEOF
                NOT AT END
                    ADD 1 TO WS-CompaniesOnFile
        END-PERFORM
        CLOSE CompanyFile
    END-IF.

LOOKUP-USER.
    MOVE 'N' TO WS-UserFound.
    MOVE 'N' TO EOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ UserFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF UserID = LS-UserID
                        MOVE 'Y' TO WS-UserFound
                        MOVE UserRecord TO WS-EntitledRecord
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE UserFile
    END-IF.

WRITE-DENIAL-AUDIT.
    PERFORM OPEN-AUDIT-LOG-FILE.
    MOVE LS-UserID TO AuditUserID.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    SET AuditEventMenuAction TO TRUE.
    MOVE SPACES TO AuditDetail.
    STRING 'COMPANY DENY ' WS-AskedCompanyCode
        DELIMITED BY SIZE INTO AuditDetail.
    WRITE AuditLogRecord.
    CLOSE AuditLogFile.

OPEN-AUDIT-LOG-FILE.
    OPEN EXTEND AuditLogFile.
    IF WS-AuditLogFileStatus = '35'
        OPEN OUTPUT AuditLogFile
        CLOSE AuditLogFile
        OPEN EXTEND AuditLogFile
    END-IF.
