IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainUnderwritingConditions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY UCSEL.
    COPY AQSEL.

DATA DIVISION.
FILE SECTION.
FD  ConditionFile.
    COPY UCREC.

FD  ApplicationFile.
    COPY AQREC.

WORKING-STORAGE SECTION.
01 WS-ConditionFileStatus   PIC X(02).
01 WS-ApplicationFileStatus PIC X(02).
01 WS-ConditionEOF          PIC X VALUE 'N'.
01 WS-Choice                PIC 9.
01 WS-TodayDate             PIC 9(8).
01 WS-LookupAppID           PIC 9(5).
01 WS-LookupSeqNo           PIC 9(3).
01 WS-AppFound              PIC X VALUE 'N'.
01 WS-ConditionFound        PIC X VALUE 'N'.
01 WS-NextSeqNo             PIC 9(3) VALUE ZERO.
01 WS-AnotherCondition      PIC X VALUE 'Y'.
01 WS-ConditionsShown       PIC 9(5) VALUE ZERO.
01 WS-OpenShown             PIC 9(5) VALUE ZERO.
01 WS-ReportDate            PIC 9(8) VALUE ZERO.
01 WS-ConditionsReported    PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the conditions an underwriter attaches to an approval: each has its
*> text, when it must be met (prior to docs, prior to funding or post
*> closing), who is responsible for it and whether it is still open.
*> Clearing or waiving a condition records the user and the date, and
*> an application cannot be funded while a prior-to-docs or
*> prior-to-funding condition is open
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-CONDITION-FILE.

    DISPLAY '--- Underwriting Conditions ---'.
    DISPLAY '1. Add Conditions'.
    DISPLAY '2. Clear Condition'.
    DISPLAY '3. Waive Condition'.
    DISPLAY '4. Display Conditions'.
    DISPLAY '5. Conditions Pipeline Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM ADD-CONDITIONS
        WHEN 2
            PERFORM CLEAR-CONDITION
        WHEN 3
            PERFORM WAIVE-CONDITION
        WHEN 4
            PERFORM DISPLAY-CONDITIONS
        WHEN 5
            CLOSE ConditionFile
            CALL 'ReportConditionsPipeline' USING WS-ReportDate
                WS-ConditionsReported
            PERFORM OPEN-CONDITION-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE ConditionFile.
    GOBACK.

*> conditions are set while the file is in underwriting or once it is
*> approved; post-closing conditions can still be added after funding
ADD-CONDITIONS.
    DISPLAY 'Enter Application ID: '.
    ACCEPT WS-LookupAppID.
    PERFORM LOOKUP-APPLICATION.
    IF WS-AppFound = 'N'
        DISPLAY 'Application not found.'
    ELSE
        IF AppStatusInUnderwriting OR AppStatusApproved
                OR AppStatusFunded
            PERFORM FIND-NEXT-SEQ-NO
            MOVE 'Y' TO WS-AnotherCondition
            PERFORM UNTIL WS-AnotherCondition NOT = 'Y'
                PERFORM ADD-ONE-CONDITION
                DISPLAY 'Add another condition? (Y/N): '
                ACCEPT WS-AnotherCondition
                IF WS-AnotherCondition = 'y'
                    MOVE 'Y' TO WS-AnotherCondition
                END-IF
            END-PERFORM
        ELSE
            DISPLAY 'Conditions can only be set on an application in'
            DISPLAY 'underwriting, approved or funded. Current status: '
                AppStatus
        END-IF
    END-IF.

ADD-ONE-CONDITION.
    INITIALIZE UnderwritingConditionRecord.
    MOVE WS-LookupAppID TO CondApplicationID.
    MOVE WS-NextSeqNo TO CondSeqNo.
    DISPLAY 'Enter Condition Text: '.
    ACCEPT CondText.
    PERFORM UNTIL CondText NOT = SPACES
        DISPLAY 'Invalid input. Condition text cannot be blank: '
        ACCEPT CondText
    END-PERFORM.
    IF AppStatusFunded
        DISPLAY 'Application is funded; condition is POST closing.'
        SET CondPostClosing TO TRUE
    ELSE
        DISPLAY 'Enter Category (PTD prior to docs, PTF prior to'
        DISPLAY 'funding, POST post closing): '
        ACCEPT CondCategory
        PERFORM UNTIL CondCategoryValid
            DISPLAY 'Invalid input. Enter PTD, PTF or POST: '
            ACCEPT CondCategory
        END-PERFORM
    END-IF.
    DISPLAY 'Enter Responsible Party (BORROWER/OFFICER/PROCESSOR/'.
    DISPLAY 'UNDERWRITE/CLOSING/THIRDPARTY): '.
    ACCEPT CondResponsible.
    PERFORM UNTIL CondResponsibleValid
        DISPLAY 'Invalid input. Enter BORROWER, OFFICER, PROCESSOR,'
        DISPLAY 'UNDERWRITE, CLOSING or THIRDPARTY: '
        ACCEPT CondResponsible
    END-PERFORM.
    SET CondOpen TO TRUE.
    MOVE WS-TodayDate TO CondAddedDate.
    MOVE LS-UserID TO CondAddedBy.
    MOVE ZERO TO CondClearedDate.
    MOVE SPACES TO CondClearedBy.
    WRITE UnderwritingConditionRecord
        INVALID KEY
            DISPLAY 'Condition ' WS-NextSeqNo
                ' already on file. Condition not added.'
        NOT INVALID KEY
            DISPLAY 'Condition ' WS-NextSeqNo ' added.'
            ADD 1 TO WS-NextSeqNo
    END-WRITE.

CLEAR-CONDITION.
    PERFORM READ-OPEN-CONDITION.
    IF WS-ConditionFound = 'Y'
        SET CondCleared TO TRUE
        MOVE WS-TodayDate TO CondClearedDate
        MOVE LS-UserID TO CondClearedBy
        REWRITE UnderwritingConditionRecord
        DISPLAY 'Condition cleared.'
    END-IF.

WAIVE-CONDITION.
    PERFORM READ-OPEN-CONDITION.
    IF WS-ConditionFound = 'Y'
        SET CondWaived TO TRUE
        MOVE WS-TodayDate TO CondClearedDate
        MOVE LS-UserID TO CondClearedBy
        REWRITE UnderwritingConditionRecord
        DISPLAY 'Condition waived.'
    END-IF.

READ-OPEN-CONDITION.
    MOVE 'N' TO WS-ConditionFound.
    DISPLAY 'Enter Application ID: '.
    ACCEPT WS-LookupAppID.
    DISPLAY 'Enter Condition Number: '.
    ACCEPT WS-LookupSeqNo.
    MOVE WS-LookupAppID TO CondApplicationID.
    MOVE WS-LookupSeqNo TO CondSeqNo.
    READ ConditionFile
        INVALID KEY
            DISPLAY 'Condition not found.'
        NOT INVALID KEY
            IF CondOpen
                PERFORM SHOW-CONDITION
                MOVE 'Y' TO WS-ConditionFound
            ELSE
                DISPLAY 'Condition is already ' CondStatus
                    ' by ' CondClearedBy ' on ' CondClearedDate '.'
            END-IF
    END-READ.

DISPLAY-CONDITIONS.
    DISPLAY 'Enter Application ID: '.
    ACCEPT WS-LookupAppID.
    PERFORM LOOKUP-APPLICATION.
    IF WS-AppFound = 'Y'
        DISPLAY 'Application ' ApplicationID ' [' AppStatus ']'
            ' Loan Officer ' AppLoanOfficerID
    END-IF.
    MOVE ZERO TO WS-ConditionsShown.
    MOVE ZERO TO WS-OpenShown.
    PERFORM START-APPLICATION-CONDITIONS.
    PERFORM UNTIL WS-ConditionEOF = 'Y'
        READ ConditionFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ConditionEOF
            NOT AT END
                IF CondApplicationID NOT = WS-LookupAppID
                    MOVE 'Y' TO WS-ConditionEOF
                ELSE
                    PERFORM SHOW-CONDITION
                    ADD 1 TO WS-ConditionsShown
                    IF CondOpen
                        ADD 1 TO WS-OpenShown
                    END-IF
                END-IF
    END-PERFORM.
    IF WS-ConditionsShown = ZERO
        DISPLAY 'No conditions on file for this application.'
    ELSE
        DISPLAY WS-ConditionsShown ' condition(s), ' WS-OpenShown
            ' open.'
    END-IF.

SHOW-CONDITION.
    DISPLAY '  ' CondSeqNo ' [' CondStatus '] ' CondCategory ' '
        CondResponsible ' added ' CondAddedDate ' by ' CondAddedBy.
    DISPLAY '      ' CondText.
    IF NOT CondOpen
        DISPLAY '      ' CondStatus ' ' CondClearedDate ' by '
            CondClearedBy
    END-IF.

START-APPLICATION-CONDITIONS.
    MOVE 'N' TO WS-ConditionEOF.
    MOVE WS-LookupAppID TO CondApplicationID.
    MOVE ZERO TO CondSeqNo.
    START ConditionFile KEY IS NOT LESS THAN ConditionKey
        INVALID KEY
            MOVE 'Y' TO WS-ConditionEOF
    END-START.

FIND-NEXT-SEQ-NO.
    MOVE 1 TO WS-NextSeqNo.
    PERFORM START-APPLICATION-CONDITIONS.
    PERFORM UNTIL WS-ConditionEOF = 'Y'
        READ ConditionFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ConditionEOF
            NOT AT END
                IF CondApplicationID NOT = WS-LookupAppID
                    MOVE 'Y' TO WS-ConditionEOF
                ELSE
                    COMPUTE WS-NextSeqNo = CondSeqNo + 1
                END-IF
    END-PERFORM.

LOOKUP-APPLICATION.
    MOVE 'N' TO WS-AppFound.
    OPEN INPUT ApplicationFile.
    IF WS-ApplicationFileStatus = '00'
        MOVE WS-LookupAppID TO ApplicationID
        READ ApplicationFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-AppFound
        END-READ
        CLOSE ApplicationFile
    END-IF.

OPEN-CONDITION-FILE.
    OPEN I-O ConditionFile.
    IF WS-ConditionFileStatus = '35'
        OPEN OUTPUT ConditionFile
        CLOSE ConditionFile
        OPEN I-O ConditionFile
    END-IF.
