IDENTIFICATION DIVISION.
PROGRAM-ID. ReportConditionsPipeline.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY UCSEL.
    COPY AQSEL.
    COPY LOSEL.
    SELECT PipelineReportFile ASSIGN TO WS-PipelineReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ConditionFile.
    COPY UCREC.

FD  ApplicationFile.
    COPY AQREC.

FD  LoanOfficerFile.
    COPY LOREC.

FD  PipelineReportFile.
01  PipelineReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ConditionFileStatus    PIC X(02).
01 WS-ApplicationFileStatus  PIC X(02).
01 WS-LoanOfficerFileStatus  PIC X(02).
01 WS-PipelineReportFileName PIC X(40).
01 WS-ConditionEOF           PIC X VALUE 'N'.
01 WS-OfficerEOF             PIC X VALUE 'N'.
01 WS-ApplicationFileOpen    PIC X VALUE 'N'.
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-DaysOpen               PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay            PIC ZZZZ9.
01 WS-CondIdx                PIC 9(4) VALUE ZERO.
01 WS-CondCount              PIC 9(4) VALUE ZERO.
01 WS-TableFull              PIC X VALUE 'N'.
01 WS-OfficerHeading         PIC X VALUE 'N'.
01 WS-OfficerOpen            PIC 9(5) VALUE ZERO.
01 WS-OfficerBlocking        PIC 9(5) VALUE ZERO.
01 WS-CurrentOfficerID       PIC 9(5) VALUE ZERO.
01 WS-CurrentOfficerName     PIC X(30).
01 WS-TotalOpen              PIC 9(7) VALUE ZERO.
01 WS-TotalPriorToDocs       PIC 9(7) VALUE ZERO.
01 WS-TotalPriorToFunding    PIC 9(7) VALUE ZERO.
01 WS-TotalPostClosing       PIC 9(7) VALUE ZERO.

*> open conditions held for grouping by loan officer
01 WS-OpenConditionTable.
    05 WS-OpenCondition OCCURS 2000 TIMES.
        10 WS-OcOfficerID     PIC 9(5).
        10 WS-OcAppID         PIC 9(5).
        10 WS-OcSeqNo         PIC 9(3).
        10 WS-OcCategory      PIC X(04).
        10 WS-OcResponsible   PIC X(10).
        10 WS-OcAddedDate     PIC 9(8).
        10 WS-OcAppStatus     PIC X(16).
        10 WS-OcText          PIC X(40).
        10 WS-OcPrinted       PIC X(01).

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-ConditionsReported     PIC 9(7).

*> the conditions pipeline: every open underwriting condition, grouped
*> under the loan officer on the application, with its category, the
*> party responsible for it and how long it has been open. Conditions
*> that hold up docs or funding are counted separately for each
*> officer. A zero date reports as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ConditionsReported.
    DISPLAY 'Building underwriting conditions pipeline...'.
    MOVE ZERO TO LS-ConditionsReported.
    MOVE ZERO TO WS-TotalOpen.
    MOVE ZERO TO WS-TotalPriorToDocs.
    MOVE ZERO TO WS-TotalPriorToFunding.
    MOVE ZERO TO WS-TotalPostClosing.
    MOVE ZERO TO WS-CondCount.
    MOVE 'N' TO WS-TableFull.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT ConditionFile.
    IF WS-ConditionFileStatus NOT = '00'
        DISPLAY 'No underwriting conditions on file. Nothing to report.'
        GOBACK
    END-IF.
    MOVE 'N' TO WS-ApplicationFileOpen.
    OPEN INPUT ApplicationFile.
    IF WS-ApplicationFileStatus = '00'
        MOVE 'Y' TO WS-ApplicationFileOpen
    END-IF.
    PERFORM LOAD-OPEN-CONDITIONS.
    CLOSE ConditionFile.
    IF WS-ApplicationFileOpen = 'Y'
        CLOSE ApplicationFile
    END-IF.

    MOVE SPACES TO WS-PipelineReportFileName.
    STRING 'conditions-pipeline-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-PipelineReportFileName.
    OPEN OUTPUT PipelineReportFile.
    MOVE SPACES TO PipelineReportLine.
    STRING '=== Underwriting Conditions Pipeline as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO PipelineReportLine.
    WRITE PipelineReportLine.

    MOVE 'N' TO WS-OfficerEOF.
    OPEN INPUT LoanOfficerFile.
    IF WS-LoanOfficerFileStatus NOT = '00'
        MOVE 'Y' TO WS-OfficerEOF
    END-IF.
    PERFORM UNTIL WS-OfficerEOF = 'Y'
        READ LoanOfficerFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-OfficerEOF
            NOT AT END
                MOVE LoanOfficerID OF LoanOfficerRecord
                    TO WS-CurrentOfficerID
                MOVE LoanOfficerName TO WS-CurrentOfficerName
                PERFORM REPORT-OFFICER-CONDITIONS
    END-PERFORM.
    IF WS-LoanOfficerFileStatus = '00'
        CLOSE LoanOfficerFile
    END-IF.
    PERFORM REPORT-UNASSIGNED-CONDITIONS.

    MOVE SPACES TO PipelineReportLine.
    WRITE PipelineReportLine.
    MOVE SPACES TO PipelineReportLine.
    STRING 'Open conditions: ' WS-TotalOpen
        '  Prior to docs: ' WS-TotalPriorToDocs
        '  Prior to funding: ' WS-TotalPriorToFunding
        '  Post closing: ' WS-TotalPostClosing
        DELIMITED BY SIZE INTO PipelineReportLine.
    WRITE PipelineReportLine.
    IF WS-TableFull = 'Y'
        MOVE 'MORE THAN 2000 OPEN CONDITIONS; LIST IS INCOMPLETE'
            TO PipelineReportLine
        WRITE PipelineReportLine
    END-IF.
    CLOSE PipelineReportFile.

    MOVE WS-TotalOpen TO LS-ConditionsReported.
    DISPLAY 'Open conditions: ' WS-TotalOpen
        '  blocking funding: '
        WS-TotalPriorToDocs ' PTD, ' WS-TotalPriorToFunding ' PTF'.
    DISPLAY 'Pipeline written to ' WS-PipelineReportFileName.
    GOBACK.

LOAD-OPEN-CONDITIONS.
    MOVE 'N' TO WS-ConditionEOF.
    PERFORM UNTIL WS-ConditionEOF = 'Y'
        READ ConditionFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ConditionEOF
            NOT AT END
                IF CondOpen
                    PERFORM LOAD-ONE-CONDITION
                END-IF
    END-PERFORM.

LOAD-ONE-CONDITION.
    IF WS-CondCount < 2000
        ADD 1 TO WS-CondCount
        MOVE WS-CondCount TO WS-CondIdx
        MOVE ZERO TO WS-OcOfficerID(WS-CondIdx)
        MOVE 'NOT ON FILE' TO WS-OcAppStatus(WS-CondIdx)
        IF WS-ApplicationFileOpen = 'Y'
            MOVE CondApplicationID TO ApplicationID
            READ ApplicationFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE AppLoanOfficerID TO WS-OcOfficerID(WS-CondIdx)
                    MOVE AppStatus TO WS-OcAppStatus(WS-CondIdx)
            END-READ
        END-IF
        MOVE CondApplicationID TO WS-OcAppID(WS-CondIdx)
        MOVE CondSeqNo TO WS-OcSeqNo(WS-CondIdx)
        MOVE CondCategory TO WS-OcCategory(WS-CondIdx)
        MOVE CondResponsible TO WS-OcResponsible(WS-CondIdx)
        MOVE CondAddedDate TO WS-OcAddedDate(WS-CondIdx)
        MOVE CondText TO WS-OcText(WS-CondIdx)
        MOVE 'N' TO WS-OcPrinted(WS-CondIdx)
    ELSE
        MOVE 'Y' TO WS-TableFull
    END-IF.

REPORT-OFFICER-CONDITIONS.
    MOVE 'N' TO WS-OfficerHeading.
    MOVE ZERO TO WS-OfficerOpen.
    MOVE ZERO TO WS-OfficerBlocking.
    PERFORM VARYING WS-CondIdx FROM 1 BY 1
            UNTIL WS-CondIdx > WS-CondCount
        IF WS-OcPrinted(WS-CondIdx) = 'N'
                AND WS-OcOfficerID(WS-CondIdx) = WS-CurrentOfficerID
            PERFORM WRITE-CONDITION-LINE
        END-IF
    END-PERFORM.
    PERFORM WRITE-OFFICER-TOTAL.

*> conditions on applications with no officer, or one no longer on
*> the officer file
REPORT-UNASSIGNED-CONDITIONS.
    MOVE ZERO TO WS-CurrentOfficerID.
    MOVE 'NO LOAN OFFICER ON FILE' TO WS-CurrentOfficerName.
    MOVE 'N' TO WS-OfficerHeading.
    MOVE ZERO TO WS-OfficerOpen.
    MOVE ZERO TO WS-OfficerBlocking.
    PERFORM VARYING WS-CondIdx FROM 1 BY 1
            UNTIL WS-CondIdx > WS-CondCount
        IF WS-OcPrinted(WS-CondIdx) = 'N'
            PERFORM WRITE-CONDITION-LINE
        END-IF
    END-PERFORM.
    PERFORM WRITE-OFFICER-TOTAL.

WRITE-CONDITION-LINE.
    IF WS-OfficerHeading = 'N'
        MOVE SPACES TO PipelineReportLine
        WRITE PipelineReportLine
        MOVE SPACES TO PipelineReportLine
        STRING 'LOAN OFFICER ' WS-CurrentOfficerID ' '
            WS-CurrentOfficerName DELIMITED BY SIZE
            INTO PipelineReportLine
        WRITE PipelineReportLine
        MOVE 'App ID Cond Cat  Responsib. App Status       Added     Days Condition'
            TO PipelineReportLine
        WRITE PipelineReportLine
        MOVE 'Y' TO WS-OfficerHeading
    END-IF.
    CALL 'DaysBetweenDates' USING WS-OcAddedDate(WS-CondIdx)
        WS-AsOfDate WS-DaysOpen.
    IF WS-DaysOpen < ZERO
        MOVE ZERO TO WS-DaysOpen
    END-IF.
    MOVE WS-DaysOpen TO WS-DaysDisplay.
    MOVE SPACES TO PipelineReportLine.
    STRING WS-OcAppID(WS-CondIdx) '  ' WS-OcSeqNo(WS-CondIdx) '  '
        WS-OcCategory(WS-CondIdx) ' ' WS-OcResponsible(WS-CondIdx) ' '
        WS-OcAppStatus(WS-CondIdx) ' ' WS-OcAddedDate(WS-CondIdx) ' '
        WS-DaysDisplay ' ' WS-OcText(WS-CondIdx)
        DELIMITED BY SIZE INTO PipelineReportLine.
    WRITE PipelineReportLine.
    MOVE 'Y' TO WS-OcPrinted(WS-CondIdx).
    ADD 1 TO WS-OfficerOpen.
    ADD 1 TO WS-TotalOpen.
    EVALUATE WS-OcCategory(WS-CondIdx)
        WHEN 'PTD'
            ADD 1 TO WS-OfficerBlocking
            ADD 1 TO WS-TotalPriorToDocs
        WHEN 'PTF'
            ADD 1 TO WS-OfficerBlocking
            ADD 1 TO WS-TotalPriorToFunding
        WHEN OTHER
            ADD 1 TO WS-TotalPostClosing
    END-EVALUATE.

WRITE-OFFICER-TOTAL.
    IF WS-OfficerHeading = 'Y'
        MOVE SPACES TO PipelineReportLine
        STRING '  Open: ' WS-OfficerOpen
            '  Holding up docs or funding: ' WS-OfficerBlocking
            DELIMITED BY SIZE INTO PipelineReportLine
        WRITE PipelineReportLine
    END-IF.
