FILE-CONTROL.
    COPY AUSEL.
    COPY USSEL.
    COPY PISEL.
    SELECT ReviewFile ASSIGN TO WS-ReviewFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  UserFile.
    COPY USREC.

FD  PiiAccessLogFile.
    COPY PIREC.

FD  ReviewFile.
01  ReviewLine PIC X(132).

01 WS-ActionHit           PIC 9(2).
01 WS-UserRoleFound       PIC X(12).
01 WS-CurrEOF             PIC X VALUE 'N'.
01 WS-UsersListed         PIC 9(7).
01 WS-PiiAccessLogStatus  PIC X(02).
01 WS-PiiViewCount        PIC 9(7) VALUE ZERO.
01 WS-PiiUserID           PIC X(20).
01 WS-PiiRoleNote         PIC X(20).

*> the role cleared to view full tax IDs and account numbers; a view
*> by anyone else is called out on the PII access review
01 WS-PiiViewRole         PIC X(12) VALUE 'ADMIN'.

01 WS-PiiUserCount        PIC 9(3) VALUE ZERO.
01 WS-PiiUserTable.
    05 WS-PiiUserGroup OCCURS 50 TIMES.
        10 WS-PiiGroupUser     PIC X(20).
        10 WS-PiiGroupViews    PIC 9(5).

*> burst detection: this many failures within the window flags a burst
01 WS-BurstThreshold      PIC 9(2) VALUE 3.
    DISPLAY '2. User Activity for a Date Range'.
    DISPLAY '3. After-Hours Activity'.
    DISPLAY '4. Monthly Access Review Extract'.
    DISPLAY '5. Access Recertification Report'.
    DISPLAY '6. PII Access Review for a Date Range'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

            PERFORM AFTER-HOURS-REPORT
        WHEN 4
            PERFORM ACCESS-REVIEW-EXTRACT
        WHEN 5
            CALL 'ReportAccessRecertification' USING WS-UsersListed
        WHEN 6
            PERFORM PII-ACCESS-REVIEW
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
        END-PERFORM
        CLOSE UserFile
    END-IF.

*> every full tax ID or bank account number shown in the date range,
*> then a count per user with their current role, so the reviewer can
*> see who looks at full values, how often, and why
PII-ACCESS-REVIEW.
    DISPLAY 'Enter From Date (YYYYMMDD): '.
    ACCEPT WS-FromDate.
    DISPLAY 'Enter To Date (YYYYMMDD): '.
    ACCEPT WS-ToDate.
    MOVE ZERO TO WS-PiiViewCount.
    MOVE ZERO TO WS-PiiUserCount.
    MOVE 'N' TO EOF.
    OPEN INPUT PiiAccessLogFile.
    IF WS-PiiAccessLogStatus NOT = '00'
        DISPLAY 'No PII access log on file.'
        GOBACK
    END-IF.

    STRING 'pii-access-review-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ReviewFileName.
    OPEN OUTPUT ReviewFile.
    MOVE SPACES TO ReviewLine.
    STRING 'PII Access Review ' WS-FromDate ' to ' WS-ToDate
        DELIMITED BY SIZE INTO ReviewLine.
    WRITE ReviewLine.
    DISPLAY ReviewLine.
    MOVE 'Date     Time     User ID              Loan    Borrower Field        Reason'
        TO ReviewLine.
    WRITE ReviewLine.
    DISPLAY ReviewLine.
    PERFORM UNTIL EOF = 'Y'
        READ PiiAccessLogFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF PiiDate NOT LESS THAN WS-FromDate
                        AND PiiDate NOT GREATER THAN WS-ToDate
                    PERFORM WRITE-PII-ACCESS-LINE
                END-IF
    END-PERFORM.
    CLOSE PiiAccessLogFile.

    MOVE SPACES TO ReviewLine.
    WRITE ReviewLine.
    MOVE SPACES TO ReviewLine.
    STRING 'Full-value views: ' WS-PiiViewCount
        DELIMITED BY SIZE INTO ReviewLine.
    WRITE ReviewLine.
    DISPLAY ReviewLine.
    PERFORM VARYING WS-GroupIdx FROM 1 BY 1
            UNTIL WS-GroupIdx > WS-PiiUserCount
        MOVE WS-PiiGroupUser(WS-GroupIdx) TO WS-PiiUserID
        PERFORM LOOKUP-PII-USER-ROLE
        MOVE SPACES TO WS-PiiRoleNote
        IF WS-UserRoleFound NOT = WS-PiiViewRole
            MOVE '*** NOT CLEARED ***' TO WS-PiiRoleNote
        END-IF
        MOVE SPACES TO ReviewLine
        STRING WS-PiiGroupUser(WS-GroupIdx) DELIMITED BY SIZE
            ' role ' DELIMITED BY SIZE
            WS-UserRoleFound DELIMITED BY SIZE
            ' views ' DELIMITED BY SIZE
            WS-PiiGroupViews(WS-GroupIdx) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-PiiRoleNote DELIMITED BY SIZE
            INTO ReviewLine
        WRITE ReviewLine
        DISPLAY ReviewLine
    END-PERFORM.
    CLOSE ReviewFile.
    DISPLAY 'PII access review written to ' WS-ReviewFileName.

WRITE-PII-ACCESS-LINE.
    ADD 1 TO WS-PiiViewCount.
    MOVE SPACES TO ReviewLine.
    STRING PiiDate ' ' PiiTime ' ' PiiUserID ' ' PiiLoanID ' '
        PiiBorrowerID '    ' PiiFieldName ' ' PiiReason
        DELIMITED BY SIZE INTO ReviewLine.
    WRITE ReviewLine.
    DISPLAY ReviewLine.
    MOVE ZERO TO WS-GroupHit.
    PERFORM VARYING WS-GroupIdx FROM 1 BY 1
            UNTIL WS-GroupIdx > WS-PiiUserCount
        IF WS-PiiGroupUser(WS-GroupIdx) = PiiUserID
            MOVE WS-GroupIdx TO WS-GroupHit
            MOVE WS-PiiUserCount TO WS-GroupIdx
        END-IF
    END-PERFORM.
    IF WS-GroupHit = ZERO AND WS-PiiUserCount < 50
        ADD 1 TO WS-PiiUserCount
        MOVE WS-PiiUserCount TO WS-GroupHit
        MOVE PiiUserID TO WS-PiiGroupUser(WS-GroupHit)
        MOVE ZERO TO WS-PiiGroupViews(WS-GroupHit)
    END-IF.
    IF WS-GroupHit > ZERO
        ADD 1 TO WS-PiiGroupViews(WS-GroupHit)
    END-IF.

LOOKUP-PII-USER-ROLE.
    MOVE SPACES TO WS-UserRoleFound.
    MOVE 'N' TO WS-CurrEOF.
    OPEN INPUT UserFile.
    IF WS-UserFileStatus = '00'
        PERFORM UNTIL WS-CurrEOF = 'Y'
            READ UserFile
                AT END
                    MOVE 'Y' TO WS-CurrEOF
                NOT AT END
                    IF UserID = WS-PiiUserID
                        MOVE UserRole TO WS-UserRoleFound
                    END-IF
        END-PERFORM
        CLOSE UserFile
    END-IF.
