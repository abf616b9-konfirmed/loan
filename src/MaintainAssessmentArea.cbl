IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainAssessmentArea.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY AASEL.

DATA DIVISION.
FILE SECTION.
FD  AssessmentAreaFile.
    COPY AAREC.

WORKING-STORAGE SECTION.
01 WS-AssessmentAreaStatus  PIC X(02).
01 WS-AreaEOF               PIC X VALUE 'N'.
01 WS-Choice                PIC 9.
01 WS-TodayDate             PIC 9(8).
01 WS-EntryStateFips        PIC 9(2).
01 WS-EntryCountyFips       PIC 9(3).
01 WS-EntryDate             PIC 9(8).
01 WS-CountiesShown         PIC 9(5) VALUE ZERO.
01 WS-ReportYear            PIC 9(4) VALUE ZERO.
01 WS-LoansReported         PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the bank's CRA assessment area, held as the list of counties it
*> takes in by state and county FIPS code. A county carries the date
*> it joined the area and, once dropped, the date it left, so lending
*> for a past year is measured against the area as it stood then.
*> The census geocode import and the assessment-area lending report
*> are run from here
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-AREA-FILE.

    DISPLAY '--- CRA Assessment Area ---'.
    DISPLAY '1. Add County to Assessment Area'.
    DISPLAY '2. Remove County from Assessment Area'.
    DISPLAY '3. List Assessment Area Counties'.
    DISPLAY '4. Import Census Geocodes'.
    DISPLAY '5. Assessment Area Lending Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM ADD-AREA-COUNTY
        WHEN 2
            PERFORM REMOVE-AREA-COUNTY
        WHEN 3
            PERFORM LIST-AREA-COUNTIES
        WHEN 4
            CALL 'ImportCensusGeocodes'
        WHEN 5
            CLOSE AssessmentAreaFile
            PERFORM ACCEPT-REPORT-YEAR
            CALL 'ReportCraLending' USING WS-ReportYear WS-LoansReported
            PERFORM OPEN-AREA-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE AssessmentAreaFile.
    GOBACK.

*> a county dropped from the area earlier can be taken back in; it
*> then counts from the new effective date
ADD-AREA-COUNTY.
    PERFORM ACCEPT-COUNTY-KEY.
    MOVE WS-EntryStateFips TO AreaStateFips.
    MOVE WS-EntryCountyFips TO AreaCountyFips.
    READ AssessmentAreaFile
        INVALID KEY
            INITIALIZE AssessmentAreaRecord
            MOVE WS-EntryStateFips TO AreaStateFips
            MOVE WS-EntryCountyFips TO AreaCountyFips
            PERFORM ACCEPT-COUNTY-DETAILS
            WRITE AssessmentAreaRecord
            DISPLAY 'County added to the assessment area.'
        NOT INVALID KEY
            IF AreaActive
                DISPLAY 'County ' AreaCountyName
                    ' is already in the assessment area.'
            ELSE
                PERFORM ACCEPT-COUNTY-DETAILS
                REWRITE AssessmentAreaRecord
                DISPLAY 'County restored to the assessment area.'
            END-IF
    END-READ.

ACCEPT-COUNTY-DETAILS.
    DISPLAY 'Enter County Name: '.
    ACCEPT AreaCountyName.
    PERFORM UNTIL AreaCountyName NOT = SPACES
        DISPLAY 'Invalid input. County Name cannot be blank: '
        ACCEPT AreaCountyName
    END-PERFORM.
    DISPLAY 'Enter State Code (e.g., OH): '.
    ACCEPT AreaStateCode.
    DISPLAY 'Enter MSA Code, or zero if none: '.
    ACCEPT AreaMsaCode.
    PERFORM UNTIL AreaMsaCode NUMERIC
        DISPLAY 'Invalid input. Enter numeric MSA Code: '
        ACCEPT AreaMsaCode
    END-PERFORM.
    PERFORM ACCEPT-EFFECTIVE-DATE.
    SET AreaActive TO TRUE.
    MOVE WS-EntryDate TO AreaEffectiveDate.
    MOVE LS-UserID TO AreaAddedBy.
    MOVE ZERO TO AreaRemovedDate.
    MOVE SPACES TO AreaRemovedBy.

REMOVE-AREA-COUNTY.
    PERFORM ACCEPT-COUNTY-KEY.
    MOVE WS-EntryStateFips TO AreaStateFips.
    MOVE WS-EntryCountyFips TO AreaCountyFips.
    READ AssessmentAreaFile
        INVALID KEY
            DISPLAY 'County not in the assessment area.'
        NOT INVALID KEY
            IF AreaRemoved
                DISPLAY 'County was already removed on '
                    AreaRemovedDate '.'
            ELSE
                PERFORM ACCEPT-EFFECTIVE-DATE
                PERFORM UNTIL WS-EntryDate > AreaEffectiveDate
                    DISPLAY 'Removal must follow the effective date '
                        AreaEffectiveDate '.'
                    PERFORM ACCEPT-EFFECTIVE-DATE
                END-PERFORM
                SET AreaRemoved TO TRUE
                MOVE WS-EntryDate TO AreaRemovedDate
                MOVE LS-UserID TO AreaRemovedBy
                REWRITE AssessmentAreaRecord
                DISPLAY 'County removed from the assessment area.'
            END-IF
    END-READ.

LIST-AREA-COUNTIES.
    MOVE ZERO TO WS-CountiesShown.
    MOVE 'N' TO WS-AreaEOF.
    MOVE ZERO TO AreaStateFips.
    MOVE ZERO TO AreaCountyFips.
    START AssessmentAreaFile KEY IS NOT LESS THAN AreaCountyKey
        INVALID KEY
            MOVE 'Y' TO WS-AreaEOF
    END-START.
    PERFORM UNTIL WS-AreaEOF = 'Y'
        READ AssessmentAreaFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-AreaEOF
            NOT AT END
                ADD 1 TO WS-CountiesShown
                DISPLAY AreaStateFips AreaCountyFips ' ' AreaCountyName
                    ' ' AreaStateCode ' MSA ' AreaMsaCode ' ['
                    AreaStatus '] from ' AreaEffectiveDate
                IF AreaRemoved
                    DISPLAY '      removed ' AreaRemovedDate ' by '
                        AreaRemovedBy
                END-IF
    END-PERFORM.
    IF WS-CountiesShown = ZERO
        DISPLAY 'No counties on the assessment area.'
    END-IF.

ACCEPT-COUNTY-KEY.
    DISPLAY 'Enter State FIPS Code (2 digits): '.
    ACCEPT WS-EntryStateFips.
    PERFORM UNTIL WS-EntryStateFips NUMERIC
            AND WS-EntryStateFips > ZERO
        DISPLAY 'Invalid input. Enter numeric State FIPS Code: '
        ACCEPT WS-EntryStateFips
    END-PERFORM.
    DISPLAY 'Enter County FIPS Code (3 digits): '.
    ACCEPT WS-EntryCountyFips.
    PERFORM UNTIL WS-EntryCountyFips NUMERIC
            AND WS-EntryCountyFips > ZERO
        DISPLAY 'Invalid input. Enter numeric County FIPS Code: '
        ACCEPT WS-EntryCountyFips
    END-PERFORM.

ACCEPT-EFFECTIVE-DATE.
    DISPLAY 'Enter Effective Date (YYYYMMDD), or zero for today: '.
    ACCEPT WS-EntryDate.
    PERFORM UNTIL WS-EntryDate NUMERIC
        DISPLAY 'Invalid input. Enter a numeric date (YYYYMMDD): '
        ACCEPT WS-EntryDate
    END-PERFORM.
    IF WS-EntryDate = ZERO
        MOVE WS-TodayDate TO WS-EntryDate
    END-IF.

ACCEPT-REPORT-YEAR.
    DISPLAY 'Enter Origination Year (YYYY): '.
    ACCEPT WS-ReportYear.
    PERFORM UNTIL WS-ReportYear NUMERIC AND WS-ReportYear > ZERO
        DISPLAY 'Invalid input. Enter a numeric Year (YYYY): '
        ACCEPT WS-ReportYear
    END-PERFORM.

OPEN-AREA-FILE.
    OPEN I-O AssessmentAreaFile.
    IF WS-AssessmentAreaStatus = '35'
        OPEN OUTPUT AssessmentAreaFile
        CLOSE AssessmentAreaFile
        OPEN I-O AssessmentAreaFile
    END-IF.
