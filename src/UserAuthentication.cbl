01 WS-AuditLogFileStatus PIC X(02).
01 EOF                PIC X VALUE 'N'.

*> locked, disabled and terminated accounts never sign on here
PROCEDURE DIVISION.
    OPEN INPUT UserFile.

                DISPLAY 'Invalid User ID or Password.'
            NOT AT END
                IF UserID = WS-UserID AND UserPasswordHash = WS-UserPasswordHash
                        AND UserStatusActive
                    MOVE 'Y' TO WS-Authenticated
                    DISPLAY 'Login successful.'
                END-IF
