FILE-CONTROL.
    COPY CQSEL.
    COPY LOSEL.
    COPY LNSEL.
    SELECT WorkListFile ASSIGN TO WS-WorkListFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  LoanOfficerFile.
    COPY LOREC.

FD  LoanFile.
    COPY LNREC.

FD  WorkListFile.
01  WorkListLine PIC X(100).

01 WS-CollectorName         PIC X(30).
01 WS-AccountsListed        PIC 9(7) VALUE ZERO.
01 WS-BalanceListed         PIC 9(11)V99 VALUE ZERO.
01 WS-LoanFileStatus        PIC X(02).
01 WS-ContactBorrowerID     PIC 9(5) VALUE ZERO.
01 WS-ContactPhone          PIC X(15).
01 WS-ContactPhoneType      PIC X(06).
01 WS-DoNotCall             PIC X VALUE 'N'.
01 WS-AutodialOK            PIC X VALUE 'N'.
01 WS-NoWorkCalls           PIC X VALUE 'N'.
01 WS-HoursFrom             PIC 9(4) VALUE ZERO.
01 WS-HoursTo               PIC 9(4) VALUE ZERO.
01 WS-DialMode              PIC X(08).
01 WS-WorkNote              PIC X(12).
01 WS-HoursNote             PIC X(20).
01 WS-DoNotCallCount        PIC 9(7) VALUE ZERO.
01 WS-ManualDialCount       PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-AccountsListed.
    MOVE ZERO TO WS-BalanceListed.
    MOVE ZERO TO WS-DoNotCallCount.
    MOVE ZERO TO WS-ManualDialCount.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.

    DISPLAY 'Enter Collector ID for work list (0 for all collectors): '.
    STRING 'collector-worklist-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-WorkListFileName.
    OPEN OUTPUT WorkListFile.
    OPEN INPUT LoanFile.
    MOVE 'Loan ID  Days Late  Bucket  Balance      Collector  Follow-Up'
        TO WorkListLine.
    WRITE WorkListLine.

    CLOSE CollectionQueueFile.
    CLOSE WorkListFile.
    CLOSE LoanFile.

    DISPLAY 'Accounts listed: ' WS-AccountsListed.
    DISPLAY 'Total balance listed: ' WS-BalanceListed.
    DISPLAY 'Do-not-call accounts (mail only): ' WS-DoNotCallCount.
    DISPLAY 'Accounts to dial by hand: ' WS-ManualDialCount.
    DISPLAY 'Work list written to ' WS-WorkListFileName.
    GOBACK.

    DISPLAY WorkListLine.
    ADD 1 TO WS-AccountsListed.
    ADD CollBalance TO WS-BalanceListed.
    PERFORM WRITE-CONTACT-LINE.

*> under each account, the number to call and how it may be called.
*> A do-not-call account shows no number at all; one without autodial
*> consent on file is marked for hand dialing
WRITE-CONTACT-LINE.
    MOVE ZERO TO WS-ContactBorrowerID.
    MOVE CollLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE BorrowerID OF LoanRecord TO WS-ContactBorrowerID
    END-READ.
    CALL 'CheckContactPreference' USING WS-ContactBorrowerID
        WS-ContactPhone WS-ContactPhoneType WS-DoNotCall WS-AutodialOK
        WS-NoWorkCalls WS-HoursFrom WS-HoursTo.
    MOVE SPACES TO WorkListLine.
    IF WS-DoNotCall = 'Y'
        ADD 1 TO WS-DoNotCallCount
        MOVE '         DO NOT CALL - MAIL CONTACT ONLY' TO WorkListLine
    ELSE
        IF WS-AutodialOK = 'Y'
            MOVE 'AUTODIAL' TO WS-DialMode
        ELSE
            MOVE 'MANUAL' TO WS-DialMode
            ADD 1 TO WS-ManualDialCount
        END-IF
        MOVE SPACES TO WS-WorkNote
        IF WS-NoWorkCalls = 'Y'
            MOVE 'NOT AT WORK' TO WS-WorkNote
        END-IF
        MOVE SPACES TO WS-HoursNote
        IF WS-HoursFrom NOT = ZERO OR WS-HoursTo NOT = ZERO
            STRING 'HOURS ' WS-HoursFrom '-' WS-HoursTo
                DELIMITED BY SIZE INTO WS-HoursNote
        END-IF
        STRING '         Phone ' WS-ContactPhone ' ' WS-ContactPhoneType
            ' ' WS-DialMode ' ' WS-WorkNote ' ' WS-HoursNote
            DELIMITED BY SIZE INTO WorkListLine
    END-IF.
    WRITE WorkListLine.
    DISPLAY WorkListLine.

LOOKUP-COLLECTOR-NAME.
    MOVE SPACES TO WS-CollectorName.
