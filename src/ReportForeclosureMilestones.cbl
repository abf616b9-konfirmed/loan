IDENTIFICATION DIVISION.
PROGRAM-ID. ReportForeclosureMilestones.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FCSEL.
    SELECT MilestoneReportFile ASSIGN TO WS-MilestoneReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ForeclosureFile.
    COPY FCREC.

FD  MilestoneReportFile.
01  MilestoneReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ForeclosureFileStatus   PIC X(02).
01 WS-MilestoneReportFileName PIC X(40).
01 WS-ForeclosureEOF          PIC X VALUE 'N'.
01 WS-RunDate                 PIC 9(8).
01 WS-AsOfDate                PIC 9(8).
01 WS-MilestoneName           PIC X(12).
01 WS-MilestoneDate           PIC 9(8).
01 WS-MilestoneTarget         PIC 9(8).
01 WS-MissKind                PIC X(14).
01 WS-DaysPast                PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay             PIC ZZZZ9.
01 WS-FileMissed              PIC X VALUE 'N'.
01 WS-FilesInProcess          PIC 9(7) VALUE ZERO.
01 WS-FilesWithMisses         PIC 9(7) VALUE ZERO.
01 WS-MissedCount             PIC 9(7) VALUE ZERO.
01 WS-CountReferred           PIC 9(7) VALUE ZERO.
01 WS-CountFiled              PIC 9(7) VALUE ZERO.
01 WS-CountJudgment           PIC 9(7) VALUE ZERO.
01 WS-CountScheduled          PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-AsOfDate                PIC 9(8).
01 LS-MilestonesMissed        PIC 9(7).

*> foreclosure milestones against target: for every foreclosure still
*> in process, each milestone not reached by its target date is listed
*> as OVERDUE, each reached after its target as LATE, and a sale set
*> for a date past its target as SET PAST TARGET, with the days beyond
*> target. A zero date reports as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-MilestonesMissed.
    DISPLAY 'Checking foreclosure milestones against target...'.
    MOVE ZERO TO LS-MilestonesMissed.
    MOVE ZERO TO WS-FilesInProcess.
    MOVE ZERO TO WS-FilesWithMisses.
    MOVE ZERO TO WS-MissedCount.
    MOVE ZERO TO WS-CountReferred.
    MOVE ZERO TO WS-CountFiled.
    MOVE ZERO TO WS-CountJudgment.
    MOVE ZERO TO WS-CountScheduled.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT ForeclosureFile.
    IF WS-ForeclosureFileStatus NOT = '00'
        DISPLAY 'No foreclosures on file. Nothing to report.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-MilestoneReportFileName.
    STRING 'foreclosure-milestones-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-MilestoneReportFileName.
    OPEN OUTPUT MilestoneReportFile.
    MOVE SPACES TO MilestoneReportLine.
    STRING '=== Foreclosure Milestones Missed as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO MilestoneReportLine.
    WRITE MilestoneReportLine.
    MOVE 'Loan ID St Status     Attorney                       Milestone    Target   Actual   Exception       Days'
        TO MilestoneReportLine.
    WRITE MilestoneReportLine.

    MOVE 'N' TO WS-ForeclosureEOF.
    PERFORM UNTIL WS-ForeclosureEOF = 'Y'
        READ ForeclosureFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ForeclosureEOF
            NOT AT END
                IF FcInProcess
                    PERFORM CHECK-FORECLOSURE-MILESTONES
                END-IF
    END-PERFORM.
    CLOSE ForeclosureFile.

    MOVE SPACES TO MilestoneReportLine.
    WRITE MilestoneReportLine.
    MOVE SPACES TO MilestoneReportLine.
    STRING 'Foreclosures in process: ' WS-FilesInProcess
        '  Referred: ' WS-CountReferred
        '  Filed: ' WS-CountFiled
        '  Judgment: ' WS-CountJudgment
        '  Sale scheduled: ' WS-CountScheduled
        DELIMITED BY SIZE INTO MilestoneReportLine.
    WRITE MilestoneReportLine.
    MOVE SPACES TO MilestoneReportLine.
    STRING 'Files behind target: ' WS-FilesWithMisses
        '  Milestones missed: ' WS-MissedCount
        DELIMITED BY SIZE INTO MilestoneReportLine.
    WRITE MilestoneReportLine.
    CLOSE MilestoneReportFile.

    MOVE WS-MissedCount TO LS-MilestonesMissed.
    DISPLAY 'Foreclosures in process: ' WS-FilesInProcess
        '  behind target: ' WS-FilesWithMisses.
    DISPLAY 'Report written to ' WS-MilestoneReportFileName.
    GOBACK.

CHECK-FORECLOSURE-MILESTONES.
    ADD 1 TO WS-FilesInProcess.
    EVALUATE TRUE
        WHEN FcReferred
            ADD 1 TO WS-CountReferred
        WHEN FcFiled
            ADD 1 TO WS-CountFiled
        WHEN FcJudgmentEntered
            ADD 1 TO WS-CountJudgment
        WHEN FcSaleScheduled
            ADD 1 TO WS-CountScheduled
    END-EVALUATE.
    MOVE 'N' TO WS-FileMissed.

    MOVE 'FIRST LEGAL' TO WS-MilestoneName.
    MOVE FcFirstLegalDate TO WS-MilestoneDate.
    MOVE FcFirstLegalTarget TO WS-MilestoneTarget.
    PERFORM CHECK-ONE-MILESTONE.

    IF FcJudicial
        MOVE 'JUDGMENT' TO WS-MilestoneName
        MOVE FcJudgmentDate TO WS-MilestoneDate
        MOVE FcJudgmentTarget TO WS-MilestoneTarget
        PERFORM CHECK-ONE-MILESTONE
    END-IF.

    MOVE 'SALE' TO WS-MilestoneName.
    MOVE FcSaleDate TO WS-MilestoneDate.
    MOVE FcSaleTarget TO WS-MilestoneTarget.
    PERFORM CHECK-ONE-MILESTONE.
    IF FcSaleScheduled AND FcScheduledSaleDate > FcSaleTarget
            AND WS-AsOfDate NOT > FcSaleTarget
        MOVE 'SET PAST TARGET' TO WS-MissKind
        MOVE FcScheduledSaleDate TO WS-MilestoneDate
        CALL 'DaysBetweenDates' USING FcSaleTarget
            FcScheduledSaleDate WS-DaysPast
        PERFORM WRITE-MILESTONE-LINE
    END-IF.

    IF WS-FileMissed = 'Y'
        ADD 1 TO WS-FilesWithMisses
    END-IF.

CHECK-ONE-MILESTONE.
    IF WS-MilestoneTarget NOT = ZERO
        IF WS-MilestoneDate = ZERO
            IF WS-AsOfDate > WS-MilestoneTarget
                MOVE 'OVERDUE' TO WS-MissKind
                CALL 'DaysBetweenDates' USING WS-MilestoneTarget
                    WS-AsOfDate WS-DaysPast
                PERFORM WRITE-MILESTONE-LINE
            END-IF
        ELSE
            IF WS-MilestoneDate > WS-MilestoneTarget
                MOVE 'LATE' TO WS-MissKind
                CALL 'DaysBetweenDates' USING WS-MilestoneTarget
                    WS-MilestoneDate WS-DaysPast
                PERFORM WRITE-MILESTONE-LINE
            END-IF
        END-IF
    END-IF.

WRITE-MILESTONE-LINE.
    MOVE 'Y' TO WS-FileMissed.
    ADD 1 TO WS-MissedCount.
    IF WS-DaysPast < ZERO
        MOVE ZERO TO WS-DaysPast
    END-IF.
    MOVE WS-DaysPast TO WS-DaysDisplay.
    MOVE SPACES TO MilestoneReportLine.
    STRING FcLoanID ' ' FcPropertyState ' ' FcStatus ' ' FcAttorney ' '
        WS-MilestoneName ' ' WS-MilestoneTarget ' ' WS-MilestoneDate ' '
        WS-MissKind ' ' WS-DaysDisplay
        DELIMITED BY SIZE INTO MilestoneReportLine.
    WRITE MilestoneReportLine.
