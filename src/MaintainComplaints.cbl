IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainComplaints.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CPSEL.
    COPY LNSEL.
    COPY NTSEL.
    SELECT AgingReportFile ASSIGN TO WS-AgingReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ComplaintFile.
    COPY CPREC.

FD  LoanFile.
    COPY LNREC.

FD  LoanNoteFile.
    COPY NTREC.

FD  AgingReportFile.
01  AgingReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ComplaintFileStatus PIC X(02).
01 WS-LoanFileStatus      PIC X(02).
01 WS-LoanNoteFileStatus  PIC X(02).
01 WS-AgingReportFileName PIC X(40).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-LoanFound           PIC X VALUE 'N'.
01 WS-BranchAllowed       PIC X VALUE 'Y'.
01 WS-DateValid           PIC X VALUE 'Y'.
01 WS-ComplaintEOF        PIC X VALUE 'N'.
01 WS-NextComplaintID     PIC 9(6) VALUE ZERO.
01 WS-LookupLoanID        PIC 9(7).
01 WS-ComplaintsShown     PIC 9(5) VALUE ZERO.
01 WS-AgingCount          PIC 9(5) VALUE ZERO.
01 WS-OverdueCount        PIC 9(5) VALUE ZERO.
01 WS-DueSoonCount        PIC 9(5) VALUE ZERO.
01 WS-DaysToDue           PIC S9(6) VALUE ZERO.
01 WS-DaysToDueDisplay    PIC -(5)9.
01 WS-UrgencyFlag         PIC X(08).
01 WS-ResponseDays        PIC S9(6).
01 WS-DefaultDueDate      PIC 9(8).
01 WS-EnteredDueDate      PIC 9(8).
01 WS-NewAssignee         PIC X(20).
01 WS-TrendQuarterEnd     PIC 9(8) VALUE ZERO.
01 WS-ComplaintsReported  PIC 9(7) VALUE ZERO.

*> days allowed to respond: regulators (CFPB portal, state agencies)
*> expect a response within 15 days, a direct complaint within 30
01 WS-RegulatorResponseDays PIC 9(3) VALUE 15.
01 WS-DirectResponseDays    PIC 9(3) VALUE 30.
*> open complaints due within this many days show as DUE SOON
01 WS-DueSoonDays           PIC 9(3) VALUE 5.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> borrower complaints, including those referred by a regulator. Each
*> complaint carries a response-due date from its receipt, is assigned
*> to a user to work, and closes with a resolution and root cause.
*> Opening and closing a complaint both post a CMPL note to the loan
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-COMPLAINT-FILE.

    DISPLAY '--- Borrower Complaints ---'.
    DISPLAY '1. Record Complaint'.
    DISPLAY '2. Reassign Complaint'.
    DISPLAY '3. Resolve Complaint'.
    DISPLAY '4. Display Complaints for a Loan'.
    DISPLAY '5. Complaint Aging Report'.
    DISPLAY '6. Quarterly Complaint Trend Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM RECORD-COMPLAINT
        WHEN 2
            PERFORM REASSIGN-COMPLAINT
        WHEN 3
            PERFORM RESOLVE-COMPLAINT
        WHEN 4
            PERFORM DISPLAY-COMPLAINTS
        WHEN 5
            PERFORM WRITE-AGING-REPORT
        WHEN 6
            CLOSE ComplaintFile
            DISPLAY 'Enter Quarter-End Date (YYYYMMDD, 0 for the last'
            DISPLAY 'quarter ended): '
            ACCEPT WS-TrendQuarterEnd
            PERFORM UNTIL WS-TrendQuarterEnd NUMERIC
                DISPLAY 'Invalid input. Enter a numeric date: '
                ACCEPT WS-TrendQuarterEnd
            END-PERFORM
            CALL 'ReportComplaintTrends' USING WS-TrendQuarterEnd
                WS-ComplaintsReported
            PERFORM OPEN-COMPLAINT-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE ComplaintFile.
    GOBACK.

RECORD-COMPLAINT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    PERFORM UNTIL WS-LookupLoanID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Loan ID: '
        ACCEPT WS-LookupLoanID
    END-PERFORM.
    PERFORM LOOKUP-LOAN.
    IF WS-LoanFound = 'Y'
        CALL 'CheckBranchEntitlement' USING LS-UserID
            LoanID OF LoanRecord BranchCode OF LoanRecord
            LoanOfficerID OF LoanRecord
            LoanCompanyCode OF LoanRecord WS-BranchAllowed
    END-IF.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found. Complaint not recorded.'
    ELSE
        IF WS-BranchAllowed = 'N'
            DISPLAY 'Access denied: this loan belongs to another branch.'
        ELSE
            PERFORM ACCEPT-COMPLAINT-DETAILS
            PERFORM FIND-NEXT-COMPLAINT-ID
            MOVE WS-NextComplaintID TO ComplaintID
            WRITE ComplaintRecord
                INVALID KEY
                    DISPLAY 'Complaint ID already exists. Not recorded.'
                NOT INVALID KEY
                    DISPLAY 'Complaint recorded as Complaint ID '
                        ComplaintID
                    DISPLAY 'Response due ' ComplaintDueDate
                        ', assigned to ' ComplaintAssignedUser
                    MOVE SPACES TO NoteText
                    STRING 'COMPLAINT ' ComplaintID ' OPENED '
                        ComplaintCategory ' VIA ' ComplaintChannel
                        ' DUE ' ComplaintDueDate
                        DELIMITED BY SIZE INTO NoteText
                    PERFORM WRITE-COMPLAINT-NOTE
            END-WRITE
        END-IF
    END-IF.

ACCEPT-COMPLAINT-DETAILS.
    MOVE WS-LookupLoanID TO ComplaintLoanID.
    MOVE BorrowerID OF LoanRecord TO ComplaintBorrowerID.
    MOVE LS-UserID TO ComplaintEnteredBy.

    DISPLAY 'Enter Channel (PHONE/EMAIL/LETTER/WEB/BRANCH): '.
    ACCEPT ComplaintChannel.
    PERFORM UNTIL ComplaintByPhone OR ComplaintByEmail
            OR ComplaintByLetter OR ComplaintByWeb OR ComplaintByBranch
        DISPLAY 'Invalid input. Enter PHONE, EMAIL, LETTER, WEB or'
        DISPLAY 'BRANCH: '
        ACCEPT ComplaintChannel
    END-PERFORM.

    DISPLAY 'Enter Category: PMT payment posting, FEES fees,'.
    DISPLAY 'COLL collections, CRPT credit reporting, ESCR escrow,'.
    DISPLAY 'OTHR other: '.
    ACCEPT ComplaintCategory.
    PERFORM UNTIL ComplaintPaymentPosting OR ComplaintFees
            OR ComplaintCollections OR ComplaintCreditReport
            OR ComplaintEscrow OR ComplaintOtherCategory
        DISPLAY 'Invalid input. Enter PMT, FEES, COLL, CRPT, ESCR or'
        DISPLAY 'OTHR: '
        ACCEPT ComplaintCategory
    END-PERFORM.

    DISPLAY 'Referred by a regulator? (Y/N): '.
    ACCEPT ComplaintRegulatorFlag.
    PERFORM UNTIL ComplaintRegulatorReferred OR ComplaintDirect
        DISPLAY 'Invalid input. Enter Y or N: '
        ACCEPT ComplaintRegulatorFlag
    END-PERFORM.
    MOVE SPACES TO ComplaintRegulator.
    IF ComplaintRegulatorReferred
        DISPLAY 'Enter Referring Regulator (e.g., CFPB, STATE AG): '
        ACCEPT ComplaintRegulator
        PERFORM UNTIL ComplaintRegulator NOT = SPACES
            DISPLAY 'Regulator cannot be blank: '
            ACCEPT ComplaintRegulator
        END-PERFORM
    END-IF.

    DISPLAY 'Enter Date Complaint Received (YYYYMMDD): '.
    ACCEPT ComplaintReceivedDate.
    PERFORM VALIDATE-RECEIVED-DATE.
    PERFORM UNTIL ComplaintReceivedDate NUMERIC AND WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Received Date (YYYYMMDD): '
        ACCEPT ComplaintReceivedDate
        PERFORM VALIDATE-RECEIVED-DATE
    END-PERFORM.

    IF ComplaintRegulatorReferred
        MOVE WS-RegulatorResponseDays TO WS-ResponseDays
    ELSE
        MOVE WS-DirectResponseDays TO WS-ResponseDays
    END-IF.
    CALL 'AdjustDateByDays' USING ComplaintReceivedDate WS-ResponseDays
        WS-DefaultDueDate.
    DISPLAY 'Response due ' WS-DefaultDueDate '. Enter a different'.
    DISPLAY 'Response-Due Date (YYYYMMDD), or 0 to accept: '.
    ACCEPT WS-EnteredDueDate.
    PERFORM VALIDATE-DUE-DATE.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid date not before receipt,'
        DISPLAY 'or 0 to accept: '
        ACCEPT WS-EnteredDueDate
        PERFORM VALIDATE-DUE-DATE
    END-PERFORM.
    IF WS-EnteredDueDate = ZERO
        MOVE WS-DefaultDueDate TO ComplaintDueDate
    ELSE
        MOVE WS-EnteredDueDate TO ComplaintDueDate
    END-IF.

    DISPLAY 'Enter Assigned User ID (blank to take it yourself): '.
    ACCEPT ComplaintAssignedUser.
    IF ComplaintAssignedUser = SPACES
        MOVE LS-UserID TO ComplaintAssignedUser
    END-IF.

    DISPLAY 'Enter Complaint Summary: '.
    ACCEPT ComplaintSummary.
    PERFORM UNTIL ComplaintSummary NOT = SPACES
        DISPLAY 'Complaint Summary cannot be blank: '
        ACCEPT ComplaintSummary
    END-PERFORM.

    SET ComplaintOpen TO TRUE.
    MOVE ZERO TO ComplaintResolvedDate.
    MOVE SPACES TO ComplaintResolution.
    MOVE SPACES TO ComplaintRootCause.

VALIDATE-RECEIVED-DATE.
    MOVE 'N' TO WS-DateValid.
    IF ComplaintReceivedDate NUMERIC
        CALL 'ValidateDate' USING ComplaintReceivedDate WS-DateValid
        IF ComplaintReceivedDate > WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

VALIDATE-DUE-DATE.
    MOVE 'N' TO WS-DateValid.
    IF WS-EnteredDueDate NUMERIC
        IF WS-EnteredDueDate = ZERO
            MOVE 'Y' TO WS-DateValid
        ELSE
            CALL 'ValidateDate' USING WS-EnteredDueDate WS-DateValid
            IF WS-EnteredDueDate < ComplaintReceivedDate
                MOVE 'N' TO WS-DateValid
            END-IF
        END-IF
    END-IF.

REASSIGN-COMPLAINT.
    DISPLAY 'Enter Complaint ID: '.
    ACCEPT ComplaintID.
    READ ComplaintFile
        INVALID KEY
            DISPLAY 'Complaint not found.'
        NOT INVALID KEY
            IF NOT ComplaintOpen
                DISPLAY 'Complaint is already resolved.'
            ELSE
                DISPLAY 'Currently assigned to ' ComplaintAssignedUser
                DISPLAY 'Enter New Assigned User ID: '
                ACCEPT WS-NewAssignee
                PERFORM UNTIL WS-NewAssignee NOT = SPACES
                    DISPLAY 'Assigned User ID cannot be blank: '
                    ACCEPT WS-NewAssignee
                END-PERFORM
                MOVE WS-NewAssignee TO ComplaintAssignedUser
                REWRITE ComplaintRecord
                DISPLAY 'Complaint ' ComplaintID ' assigned to '
                    ComplaintAssignedUser
            END-IF
    END-READ.

RESOLVE-COMPLAINT.
    DISPLAY 'Enter Complaint ID: '.
    ACCEPT ComplaintID.
    READ ComplaintFile
        INVALID KEY
            DISPLAY 'Complaint not found.'
        NOT INVALID KEY
            IF NOT ComplaintOpen
                DISPLAY 'Complaint is already resolved.'
            ELSE
                PERFORM ACCEPT-RESOLUTION
                SET ComplaintResolved TO TRUE
                REWRITE ComplaintRecord
                DISPLAY 'Complaint ' ComplaintID ' resolved.'
                IF ComplaintResolvedDate > ComplaintDueDate
                    DISPLAY 'Note: resolved after the response-due date '
                        ComplaintDueDate
                END-IF
                MOVE SPACES TO NoteText
                STRING 'COMPLAINT ' ComplaintID ' RESOLVED CAUSE '
                    ComplaintRootCause ': ' ComplaintResolution
                    DELIMITED BY SIZE INTO NoteText
                PERFORM WRITE-COMPLAINT-NOTE
            END-IF
    END-READ.

ACCEPT-RESOLUTION.
    DISPLAY 'Enter Resolution Date (YYYYMMDD, 0 for today): '.
    ACCEPT ComplaintResolvedDate.
    PERFORM VALIDATE-RESOLVED-DATE.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid date from receipt to today,'
        DISPLAY 'or 0 for today: '
        ACCEPT ComplaintResolvedDate
        PERFORM VALIDATE-RESOLVED-DATE
    END-PERFORM.
    DISPLAY 'Enter Resolution: '.
    ACCEPT ComplaintResolution.
    PERFORM UNTIL ComplaintResolution NOT = SPACES
        DISPLAY 'Resolution cannot be blank: '
        ACCEPT ComplaintResolution
    END-PERFORM.
    DISPLAY 'Enter Root Cause: PROC process, SYST system, STAF staff'.
    DISPLAY 'error, POLC policy, VNDR third party, NOER no error found: '.
    ACCEPT ComplaintRootCause.
    PERFORM UNTIL ComplaintCauseProcess OR ComplaintCauseSystem
            OR ComplaintCauseStaff OR ComplaintCausePolicy
            OR ComplaintCauseThirdParty OR ComplaintCauseNoError
        DISPLAY 'Invalid input. Enter PROC, SYST, STAF, POLC, VNDR or'
        DISPLAY 'NOER: '
        ACCEPT ComplaintRootCause
    END-PERFORM.

VALIDATE-RESOLVED-DATE.
    MOVE 'N' TO WS-DateValid.
    IF ComplaintResolvedDate NUMERIC
        IF ComplaintResolvedDate = ZERO
            MOVE WS-TodayDate TO ComplaintResolvedDate
        END-IF
        CALL 'ValidateDate' USING ComplaintResolvedDate WS-DateValid
        IF ComplaintResolvedDate < ComplaintReceivedDate
                OR ComplaintResolvedDate > WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

DISPLAY-COMPLAINTS.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE ZERO TO WS-ComplaintsShown.
    MOVE 'N' TO WS-ComplaintEOF.
    MOVE WS-LookupLoanID TO ComplaintLoanID.
    START ComplaintFile KEY IS EQUAL TO ComplaintLoanID
        INVALID KEY
            MOVE 'Y' TO WS-ComplaintEOF
    END-START.
    PERFORM UNTIL WS-ComplaintEOF = 'Y'
        READ ComplaintFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ComplaintEOF
            NOT AT END
                IF ComplaintLoanID = WS-LookupLoanID
                    DISPLAY 'Complaint ' ComplaintID ' [' ComplaintStatus
                        '] ' ComplaintCategory ' received '
                        ComplaintReceivedDate ' via ' ComplaintChannel
                        ' due ' ComplaintDueDate
                    IF ComplaintRegulatorReferred
                        DISPLAY '  Referred by ' ComplaintRegulator
                    END-IF
                    DISPLAY '  ' ComplaintSummary
                    DISPLAY '  Assigned to ' ComplaintAssignedUser
                    IF ComplaintResolved
                        DISPLAY '  Resolved ' ComplaintResolvedDate
                            ' cause ' ComplaintRootCause ': '
                            ComplaintResolution
                    END-IF
                    ADD 1 TO WS-ComplaintsShown
                ELSE
                    MOVE 'Y' TO WS-ComplaintEOF
                END-IF
    END-PERFORM.
    IF WS-ComplaintsShown = ZERO
        DISPLAY 'No complaints on file for this Loan ID.'
    END-IF.

*> every open complaint with the days left to its response-due date;
*> those past due or due within the warning window are flagged
WRITE-AGING-REPORT.
    MOVE SPACES TO WS-AgingReportFileName.
    STRING 'complaint-aging-' WS-TodayDate '.dat' DELIMITED BY SIZE
        INTO WS-AgingReportFileName.
    OPEN OUTPUT AgingReportFile.
    MOVE SPACES TO AgingReportLine.
    STRING 'Complaint Aging as of ' WS-TodayDate
        DELIMITED BY SIZE INTO AgingReportLine.
    WRITE AgingReportLine.
    MOVE 'ID     Loan ID  Cat  Received Due Date Days Left Reg Assigned To          Urgency'
        TO AgingReportLine.
    WRITE AgingReportLine.
    MOVE ZERO TO WS-AgingCount.
    MOVE ZERO TO WS-OverdueCount.
    MOVE ZERO TO WS-DueSoonCount.
    MOVE 'N' TO WS-ComplaintEOF.
    MOVE ZERO TO ComplaintID.
    START ComplaintFile KEY IS NOT LESS THAN ComplaintID
        INVALID KEY
            MOVE 'Y' TO WS-ComplaintEOF
    END-START.
    PERFORM UNTIL WS-ComplaintEOF = 'Y'
        READ ComplaintFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ComplaintEOF
            NOT AT END
                IF ComplaintOpen
                    PERFORM WRITE-AGING-LINE
                END-IF
    END-PERFORM.
    MOVE SPACES TO AgingReportLine.
    STRING 'Open: ' WS-AgingCount '  Overdue: ' WS-OverdueCount
        '  Due soon: ' WS-DueSoonCount
        DELIMITED BY SIZE INTO AgingReportLine.
    WRITE AgingReportLine.
    CLOSE AgingReportFile.
    DISPLAY WS-AgingCount ' open complaint(s) written to '
        WS-AgingReportFileName.
    IF WS-OverdueCount > ZERO
        DISPLAY WS-OverdueCount ' complaint(s) are past their response date.'
    END-IF.

WRITE-AGING-LINE.
    CALL 'DaysBetweenDates' USING WS-TodayDate ComplaintDueDate
        WS-DaysToDue.
    EVALUATE TRUE
        WHEN WS-DaysToDue < ZERO
            MOVE 'OVERDUE' TO WS-UrgencyFlag
            ADD 1 TO WS-OverdueCount
        WHEN WS-DaysToDue NOT GREATER THAN WS-DueSoonDays
            MOVE 'DUE SOON' TO WS-UrgencyFlag
            ADD 1 TO WS-DueSoonCount
        WHEN OTHER
            MOVE SPACES TO WS-UrgencyFlag
    END-EVALUATE.
    MOVE WS-DaysToDue TO WS-DaysToDueDisplay.
    MOVE SPACES TO AgingReportLine.
    STRING ComplaintID ' ' ComplaintLoanID '  ' ComplaintCategory ' '
        ComplaintReceivedDate ' ' ComplaintDueDate '    '
        WS-DaysToDueDisplay ' ' ComplaintRegulatorFlag '   '
        ComplaintAssignedUser ' ' WS-UrgencyFlag
        DELIMITED BY SIZE INTO AgingReportLine.
    WRITE AgingReportLine.
    ADD 1 TO WS-AgingCount.

WRITE-COMPLAINT-NOTE.
    MOVE ComplaintLoanID TO NoteLoanID.
    MOVE WS-TodayDate TO NoteDate.
    ACCEPT NoteTime FROM TIME.
    MOVE LS-UserID TO NoteUserID.
    SET NoteCategoryComplaint TO TRUE.
    PERFORM OPEN-LOAN-NOTE-FILE.
    WRITE LoanNoteRecord.
    CLOSE LoanNoteFile.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
    MOVE WS-LookupLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    CLOSE LoanFile.

FIND-NEXT-COMPLAINT-ID.
    MOVE ZERO TO WS-NextComplaintID.
    MOVE 'N' TO WS-ComplaintEOF.
    MOVE ZERO TO ComplaintID.
    START ComplaintFile KEY IS NOT LESS THAN ComplaintID
        INVALID KEY
            MOVE 'Y' TO WS-ComplaintEOF
    END-START.
    PERFORM UNTIL WS-ComplaintEOF = 'Y'
        READ ComplaintFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ComplaintEOF
            NOT AT END
                IF ComplaintID NOT LESS THAN WS-NextComplaintID
                    MOVE ComplaintID TO WS-NextComplaintID
                END-IF
    END-PERFORM.
    ADD 1 TO WS-NextComplaintID.

OPEN-COMPLAINT-FILE.
    OPEN I-O ComplaintFile.
    IF WS-ComplaintFileStatus = '35'
        OPEN OUTPUT ComplaintFile
        CLOSE ComplaintFile
        OPEN I-O ComplaintFile
    END-IF.

OPEN-LOAN-NOTE-FILE.
    OPEN EXTEND LoanNoteFile.
    IF WS-LoanNoteFileStatus = '35'
        OPEN OUTPUT LoanNoteFile
        CLOSE LoanNoteFile
        OPEN EXTEND LoanNoteFile
    END-IF.
