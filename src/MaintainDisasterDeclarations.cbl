IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainDisasterDeclarations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DSSEL.
    COPY RLSEL.
    COPY LNSEL.

DATA DIVISION.
FILE SECTION.
FD  DisasterFile.
    COPY DSREC.

FD  ReliefFile.
    COPY RLREC.

FD  LoanFile.
    COPY LNREC.

WORKING-STORAGE SECTION.
01 WS-DisasterFileStatus  PIC X(02).
01 WS-ReliefFileStatus    PIC X(02).
01 WS-LoanFileStatus      PIC X(02).
01 EOF                    PIC X VALUE 'N'.
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-LookupDisasterID    PIC X(10).
01 WS-LookupLoanID        PIC 9(7).
01 WS-AreaEntry           PIC X(25).
01 WS-AreaIdx             PIC 9(2).
01 WS-AreaDone            PIC X VALUE 'N'.
01 WS-DateValid           PIC X VALUE 'Y'.
01 WS-DateEntry           PIC 9(8).
01 WS-Confirm             PIC X(01).
01 WS-LoansTouched        PIC 9(7) VALUE ZERO.
01 WS-ReliefListed        PIC 9(7) VALUE ZERO.
01 WS-ReliefReversed      PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> a declared disaster names the affected area as a list of ZIP codes
*> or counties, and the relief period. Applying the declaration puts
*> every active loan in the area into disaster forbearance; the relief
*> file keeps each loan touched with the forbearance it had before, so
*> relief can be reviewed and reversed for one loan or for the whole
*> declaration
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY '--- Disaster Declarations ---'.
    DISPLAY '1. Add Disaster Declaration'.
    DISPLAY '2. Display Declaration and Loans Relieved'.
    DISPLAY '3. Apply Relief to Loans in the Declared Area'.
    DISPLAY '4. Reverse Disaster Relief'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ADD-DECLARATION
        WHEN 2
            PERFORM DISPLAY-DECLARATION
        WHEN 3
            DISPLAY 'Enter Disaster ID: '
            ACCEPT WS-LookupDisasterID
            CALL 'ApplyDisasterRelief' USING WS-LookupDisasterID
                LS-UserID WS-LoansTouched
        WHEN 4
            PERFORM REVERSE-RELIEF
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ADD-DECLARATION.
    INITIALIZE DisasterRecord.
    DISPLAY 'Enter Disaster ID (e.g., FEMA declaration number): '.
    ACCEPT DisasterID.
    PERFORM UNTIL DisasterID NOT = SPACES
        DISPLAY 'Invalid input. Enter a Disaster ID: '
        ACCEPT DisasterID
    END-PERFORM.
    DISPLAY 'Enter Disaster Name: '.
    ACCEPT DisasterName.
    DISPLAY 'Enter State Code: '.
    ACCEPT DisasterState.
    INSPECT DisasterState CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    PERFORM UNTIL DisasterState ALPHABETIC
            AND DisasterState(2:1) NOT = SPACE
        DISPLAY 'Invalid input. Enter a 2-letter State Code: '
        ACCEPT DisasterState
        INSPECT DisasterState CONVERTING 'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    END-PERFORM.

    DISPLAY 'Enter Declared Date (YYYYMMDD): '.
    PERFORM ACCEPT-VALID-DATE.
    MOVE WS-DateEntry TO DisasterDeclaredDate.
    DISPLAY 'Enter Relief Start Date (YYYYMMDD): '.
    PERFORM ACCEPT-VALID-DATE.
    MOVE WS-DateEntry TO DisasterStartDate.
    DISPLAY 'Enter Relief End Date (YYYYMMDD): '.
    PERFORM ACCEPT-VALID-DATE.
    PERFORM UNTIL WS-DateEntry NOT LESS THAN DisasterStartDate
        DISPLAY 'The end date cannot be before the start date.'
        DISPLAY 'Enter Relief End Date (YYYYMMDD): '
        PERFORM ACCEPT-VALID-DATE
    END-PERFORM.
    MOVE WS-DateEntry TO DisasterEndDate.

    DISPLAY 'Enter the affected area one entry at a time: a 5-digit'.
    DISPLAY 'ZIP code or a county name in ' DisasterState
        '. Leave blank to finish.'.
    MOVE ZERO TO DisasterAreaCount.
    MOVE 'N' TO WS-AreaDone.
    PERFORM UNTIL WS-AreaDone = 'Y'
        PERFORM ACCEPT-AREA-ENTRY
    END-PERFORM.
    IF DisasterAreaCount = ZERO
        DISPLAY 'No affected area entered. Declaration not added.'
    ELSE
        PERFORM OPEN-DISASTER-FILE
        WRITE DisasterRecord
            INVALID KEY
                DISPLAY 'Disaster ID already exists. Declaration not added.'
            NOT INVALID KEY
                DISPLAY 'Disaster declaration ' DisasterID ' added with '
                    DisasterAreaCount ' area(s).'
        END-WRITE
        CLOSE DisasterFile
    END-IF.

ACCEPT-VALID-DATE.
    ACCEPT WS-DateEntry.
    PERFORM VALIDATE-DATE-ENTRY.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid date (YYYYMMDD): '
        ACCEPT WS-DateEntry
        PERFORM VALIDATE-DATE-ENTRY
    END-PERFORM.

VALIDATE-DATE-ENTRY.
    MOVE 'N' TO WS-DateValid.
    IF WS-DateEntry NUMERIC
        CALL 'ValidateDate' USING WS-DateEntry WS-DateValid
    END-IF.

*> five digits and nothing else is a ZIP code; anything else is taken
*> as a county name
ACCEPT-AREA-ENTRY.
    DISPLAY 'Area ' DisasterAreaCount ' entered. Next ZIP or county: '.
    MOVE SPACES TO WS-AreaEntry.
    ACCEPT WS-AreaEntry.
    INSPECT WS-AreaEntry CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF WS-AreaEntry = SPACES
        MOVE 'Y' TO WS-AreaDone
    ELSE
        ADD 1 TO DisasterAreaCount
        MOVE DisasterAreaCount TO WS-AreaIdx
        MOVE SPACES TO DisasterAreaZip5(WS-AreaIdx)
        MOVE SPACES TO DisasterAreaCounty(WS-AreaIdx)
        IF WS-AreaEntry(1:5) NUMERIC AND WS-AreaEntry(6:20) = SPACES
            SET DisasterAreaByZip(WS-AreaIdx) TO TRUE
            MOVE WS-AreaEntry(1:5) TO DisasterAreaZip5(WS-AreaIdx)
        ELSE
            SET DisasterAreaByCounty(WS-AreaIdx) TO TRUE
            MOVE WS-AreaEntry TO DisasterAreaCounty(WS-AreaIdx)
        END-IF
        IF DisasterAreaCount = 50
            DISPLAY 'The declaration holds 50 areas; no more accepted.'
            MOVE 'Y' TO WS-AreaDone
        END-IF
    END-IF.

DISPLAY-DECLARATION.
    DISPLAY 'Enter Disaster ID: '.
    ACCEPT WS-LookupDisasterID.
    OPEN INPUT DisasterFile.
    IF WS-DisasterFileStatus NOT = '00'
        DISPLAY 'No disaster declarations on file.'
    ELSE
        MOVE WS-LookupDisasterID TO DisasterID
        READ DisasterFile
            INVALID KEY
                DISPLAY 'Disaster declaration not found.'
            NOT INVALID KEY
                PERFORM SHOW-DECLARATION
                PERFORM LIST-RELIEVED-LOANS
        END-READ
        CLOSE DisasterFile
    END-IF.

SHOW-DECLARATION.
    DISPLAY '----------------------------------------'.
    DISPLAY 'Disaster ID:    ' DisasterID.
    DISPLAY 'Name:           ' DisasterName.
    DISPLAY 'State:          ' DisasterState.
    DISPLAY 'Declared:       ' DisasterDeclaredDate.
    DISPLAY 'Relief Period:  ' DisasterStartDate ' through '
        DisasterEndDate.
    DISPLAY 'Last Applied:   ' DisasterLastRunDate.
    DISPLAY 'Loans Relieved: ' DisasterLoansTouched.
    PERFORM VARYING WS-AreaIdx FROM 1 BY 1
            UNTIL WS-AreaIdx > DisasterAreaCount
        IF DisasterAreaByZip(WS-AreaIdx)
            DISPLAY '  ZIP     ' DisasterAreaZip5(WS-AreaIdx)
        ELSE
            DISPLAY '  County  ' DisasterAreaCounty(WS-AreaIdx)
        END-IF
    END-PERFORM.

LIST-RELIEVED-LOANS.
    MOVE ZERO TO WS-ReliefListed.
    MOVE 'N' TO EOF.
    OPEN INPUT ReliefFile.
    IF WS-ReliefFileStatus = '00'
        MOVE DisasterID TO ReliefDisasterID
        MOVE ZERO TO ReliefLoanID
        START ReliefFile KEY IS NOT LESS THAN ReliefKey
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ ReliefFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF ReliefDisasterID NOT = DisasterID
                        MOVE 'Y' TO EOF
                    ELSE
                        ADD 1 TO WS-ReliefListed
                        DISPLAY ReliefLoanID ' ' ReliefMatchedBy ' '
                            ReliefMatchedArea ' ' ReliefStartDate '-'
                            ReliefEndDate ' ' ReliefStatus
                    END-IF
        END-PERFORM
        CLOSE ReliefFile
    END-IF.
    DISPLAY 'Loans in the relief file: ' WS-ReliefListed.

*> relief comes off a loan only where the loan still carries the
*> forbearance the declaration gave it; a loan whose forbearance has
*> since been changed by hand keeps that change, and only the relief
*> record is marked reversed
REVERSE-RELIEF.
    DISPLAY 'Enter Disaster ID: '.
    ACCEPT WS-LookupDisasterID.
    DISPLAY 'Enter Loan ID (or 0 for every loan relieved): '.
    ACCEPT WS-LookupLoanID.
    DISPLAY 'Reverse disaster relief? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'Reversal cancelled.'
    ELSE
        MOVE ZERO TO WS-ReliefReversed
        MOVE 'N' TO EOF
        OPEN I-O ReliefFile
        IF WS-ReliefFileStatus NOT = '00'
            DISPLAY 'No disaster relief on file.'
        ELSE
            OPEN I-O LoanFile
            MOVE WS-LookupDisasterID TO ReliefDisasterID
            MOVE WS-LookupLoanID TO ReliefLoanID
            START ReliefFile KEY IS NOT LESS THAN ReliefKey
                INVALID KEY
                    MOVE 'Y' TO EOF
            END-START
            PERFORM UNTIL EOF = 'Y'
                READ ReliefFile NEXT RECORD
                    AT END
                        MOVE 'Y' TO EOF
                    NOT AT END
                        IF ReliefDisasterID NOT = WS-LookupDisasterID
                                OR (WS-LookupLoanID > ZERO
                                AND ReliefLoanID NOT = WS-LookupLoanID)
                            MOVE 'Y' TO EOF
                        ELSE
                            IF ReliefApplied
                                PERFORM REVERSE-ONE-LOAN
                            END-IF
                        END-IF
            END-PERFORM
            CLOSE LoanFile
            CLOSE ReliefFile
        END-IF
        DISPLAY 'Loans with relief reversed: ' WS-ReliefReversed
    END-IF.

REVERSE-ONE-LOAN.
    MOVE ReliefLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY ReliefLoanID ' not on the loan file.'
        NOT INVALID KEY
            IF ForbearanceReasonDisaster
                    AND ForbearanceStartDate = ReliefStartDate
                    AND ForbearanceEndDate = ReliefEndDate
                MOVE ReliefPriorStartDate TO ForbearanceStartDate
                MOVE ReliefPriorEndDate TO ForbearanceEndDate
                MOVE ReliefPriorReasonCode TO ForbearanceReasonCode
                REWRITE LoanRecord
                DISPLAY ReliefLoanID ' forbearance restored to '
                    ForbearanceStartDate '-' ForbearanceEndDate ' '
                    ForbearanceReasonCode
            ELSE
                DISPLAY ReliefLoanID
                    ' forbearance changed since relief; left as is.'
            END-IF
    END-READ.
    SET ReliefReversed TO TRUE.
    MOVE WS-TodayDate TO ReliefReversedDate.
    MOVE LS-UserID TO ReliefReversedBy.
    REWRITE ReliefRecord.
    ADD 1 TO WS-ReliefReversed.

OPEN-DISASTER-FILE.
    OPEN I-O DisasterFile.
    IF WS-DisasterFileStatus = '35'
        OPEN OUTPUT DisasterFile
        CLOSE DisasterFile
        OPEN I-O DisasterFile
    END-IF.
