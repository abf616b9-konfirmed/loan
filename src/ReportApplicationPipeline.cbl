IDENTIFICATION DIVISION.
PROGRAM-ID. ReportApplicationPipeline.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY AQSEL.
    SELECT ReportFile ASSIGN TO WS-ReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ApplicationFile.
    COPY AQREC.

FD  ReportFile.
01  ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-ApplicationFileStatus PIC X(02).
01 WS-ReportFileName        PIC X(40).
01 WS-TodayDate             PIC 9(8).
01 WS-PeriodStart           PIC 9(8).
01 WS-PeriodEnd             PIC 9(8).
01 WS-StatusSince           PIC 9(8).
01 WS-DaysInStatus          PIC S9(6) VALUE ZERO.
01 WS-DaysToDecision        PIC S9(6) VALUE ZERO.
01 WS-DaysToFunding         PIC S9(6) VALUE ZERO.
01 WS-DecisionMeasured      PIC X VALUE 'N'.
01 WS-FundingMeasured       PIC X VALUE 'N'.
01 WS-DaysDisplay           PIC ZZZZ9.
01 WS-AverageDays           PIC 9(5)V9 VALUE ZERO.
01 WS-AverageDisplay        PIC ZZZZ9.9.
01 WS-AgeIdx                PIC 9(1) VALUE ZERO.
01 WS-BucketIdx             PIC 9(1) VALUE ZERO.
01 WS-GrpIdx                PIC 9(3) VALUE ZERO.
01 WS-GroupCount            PIC 9(3) VALUE ZERO.
01 WS-GroupFull             PIC X VALUE 'N'.
01 WS-SlotFound             PIC X VALUE 'N'.
01 WS-SearchType            PIC X(01).
01 WS-SearchKey             PIC X(05).
01 WS-GroupLabel            PIC X(10).
01 WS-PrintType             PIC X(01).
01 WS-FundedPct             PIC 9(3)V9 VALUE ZERO.
01 WS-ApprovedPct           PIC 9(3)V9 VALUE ZERO.
01 WS-DeclinedPct           PIC 9(3)V9 VALUE ZERO.
01 WS-WithdrawnPct          PIC 9(3)V9 VALUE ZERO.
01 WS-FundedPctDisplay      PIC ZZ9.9.
01 WS-ApprovedPctDisplay    PIC ZZ9.9.
01 WS-DeclinedPctDisplay    PIC ZZ9.9.
01 WS-WithdrawnPctDisplay   PIC ZZ9.9.
01 WS-SlaStage              PIC X(20).
01 WS-SlaLimit              PIC 9(5) VALUE ZERO.
01 WS-SlaExceptions         PIC 9(7) VALUE ZERO.
01 WS-DecisionCount         PIC 9(7) VALUE ZERO.
01 WS-DecisionTotalDays     PIC 9(9) VALUE ZERO.
01 WS-DecisionMaxDays       PIC 9(5) VALUE ZERO.
01 WS-FundingCount          PIC 9(7) VALUE ZERO.
01 WS-FundingTotalDays      PIC 9(9) VALUE ZERO.
01 WS-FundingMaxDays        PIC 9(5) VALUE ZERO.
01 WS-PeriodApps            PIC 9(7) VALUE ZERO.

*> service levels in days: the most an application should sit in each
*> open status, and the most it should take from receipt to decision
01 WS-SlaReceivedDays       PIC 9(5) VALUE 5.
01 WS-SlaUnderwritingDays   PIC 9(5) VALUE 15.
01 WS-SlaApprovedDays       PIC 9(5) VALUE 30.
01 WS-SlaDecisionDays       PIC 9(5) VALUE 20.

01 WS-AgingStatusValues.
    05 FILLER PIC X(16) VALUE 'RECEIVED'.
    05 FILLER PIC X(16) VALUE 'IN-UNDERWRITING'.
    05 FILLER PIC X(16) VALUE 'APPROVED'.
01 WS-AgingStatusNames REDEFINES WS-AgingStatusValues.
    05 WS-AgingStatusName   PIC X(16) OCCURS 3 TIMES.

*> open applications by status, with days in status bucketed 0-7,
*> 8-15, 16-30 and over 30
01 WS-StatusAging.
    05 WS-AgingEntry OCCURS 3 TIMES.
        10 WS-AgingCount     PIC 9(5).
        10 WS-AgingTotalDays PIC 9(9).
        10 WS-AgingMaxDays   PIC 9(5).
        10 WS-AgingOverSla   PIC 9(5).
        10 WS-AgingSlaDays   PIC 9(5).
        10 WS-AgingBucket    PIC 9(5) OCCURS 4 TIMES.

*> pull-through for applications received in the period, grouped by
*> product (P), branch (B) and loan officer (O)
01 WS-GroupTable.
    05 WS-GroupEntry OCCURS 300 TIMES.
        10 WS-GrpType        PIC X(01).
        10 WS-GrpKey         PIC X(05).
        10 WS-GrpApps        PIC 9(5).
        10 WS-GrpFunded      PIC 9(5).
        10 WS-GrpApproved    PIC 9(5).
        10 WS-GrpDeclined    PIC 9(5).
        10 WS-GrpWithdrawn   PIC 9(5).
        10 WS-GrpPending     PIC 9(5).

*> the application pipeline: open applications aged by status, the
*> average and longest turnaround from receipt to decision and from
*> decision to funding, pull-through by product, branch and loan
*> officer for applications received in the period, and every
*> application that has run past its service level
PROCEDURE DIVISION.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY 'Enter Period Start Date (YYYYMMDD): '.
    ACCEPT WS-PeriodStart.
    DISPLAY 'Enter Period End Date (YYYYMMDD): '.
    ACCEPT WS-PeriodEnd.

    OPEN INPUT ApplicationFile.
    IF WS-ApplicationFileStatus NOT = '00'
        DISPLAY 'No application file on record. Nothing to report.'
        GOBACK
    END-IF.
    PERFORM INITIALIZE-TOTALS.
    PERFORM UNTIL EOF = 'Y'
        READ ApplicationFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM TALLY-APPLICATION
    END-PERFORM.
    CLOSE ApplicationFile.

    MOVE SPACES TO WS-ReportFileName.
    STRING 'application-pipeline-' WS-TodayDate '.dat'
        DELIMITED BY SIZE INTO WS-ReportFileName.
    OPEN OUTPUT ReportFile.
    MOVE SPACES TO ReportLine.
    STRING '=== Application Pipeline as of ' WS-TodayDate
        ', received ' WS-PeriodStart ' through ' WS-PeriodEnd ' ==='
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.
    PERFORM WRITE-STATUS-AGING.
    PERFORM WRITE-TURNAROUND.
    PERFORM WRITE-PULL-THROUGH.
    PERFORM WRITE-SLA-EXCEPTIONS.
    CLOSE ReportFile.

    DISPLAY 'Applications received in period: ' WS-PeriodApps.
    DISPLAY 'Service level exceptions: ' WS-SlaExceptions.
    DISPLAY 'Report written to ' WS-ReportFileName.
    GOBACK.

INITIALIZE-TOTALS.
    MOVE ZERO TO WS-GroupCount.
    MOVE 'N' TO WS-GroupFull.
    MOVE ZERO TO WS-PeriodApps.
    MOVE ZERO TO WS-SlaExceptions.
    MOVE ZERO TO WS-DecisionCount.
    MOVE ZERO TO WS-DecisionTotalDays.
    MOVE ZERO TO WS-DecisionMaxDays.
    MOVE ZERO TO WS-FundingCount.
    MOVE ZERO TO WS-FundingTotalDays.
    MOVE ZERO TO WS-FundingMaxDays.
    PERFORM VARYING WS-AgeIdx FROM 1 BY 1 UNTIL WS-AgeIdx > 3
        MOVE ZERO TO WS-AgingCount(WS-AgeIdx)
        MOVE ZERO TO WS-AgingTotalDays(WS-AgeIdx)
        MOVE ZERO TO WS-AgingMaxDays(WS-AgeIdx)
        MOVE ZERO TO WS-AgingOverSla(WS-AgeIdx)
        PERFORM VARYING WS-BucketIdx FROM 1 BY 1 UNTIL WS-BucketIdx > 4
            MOVE ZERO TO WS-AgingBucket(WS-AgeIdx, WS-BucketIdx)
        END-PERFORM
    END-PERFORM.
    MOVE WS-SlaReceivedDays TO WS-AgingSlaDays(1).
    MOVE WS-SlaUnderwritingDays TO WS-AgingSlaDays(2).
    MOVE WS-SlaApprovedDays TO WS-AgingSlaDays(3).

TALLY-APPLICATION.
    PERFORM COMPUTE-DAYS-IN-STATUS.
    IF WS-AgeIdx > ZERO
        PERFORM AGE-OPEN-APPLICATION
    END-IF.
    IF AppReceivedDate NOT LESS THAN WS-PeriodStart
            AND AppReceivedDate NOT GREATER THAN WS-PeriodEnd
        ADD 1 TO WS-PeriodApps
        PERFORM COMPUTE-TURNAROUND
        PERFORM ACCUMULATE-TURNAROUND
        MOVE 'P' TO WS-SearchType
        MOVE AppProductCode TO WS-SearchKey
        PERFORM ADD-TO-GROUP
        MOVE 'B' TO WS-SearchType
        MOVE AppBranchCode TO WS-SearchKey
        PERFORM ADD-TO-GROUP
        MOVE 'O' TO WS-SearchType
        MOVE AppLoanOfficerID TO WS-SearchKey
        PERFORM ADD-TO-GROUP
    END-IF.

*> applications written before the status date was kept are aged from
*> the decision date once approved and from receipt otherwise
COMPUTE-DAYS-IN-STATUS.
    MOVE ZERO TO WS-AgeIdx.
    MOVE ZERO TO WS-DaysInStatus.
    EVALUATE TRUE
        WHEN AppStatusReceived
            MOVE 1 TO WS-AgeIdx
        WHEN AppStatusInUnderwriting
            MOVE 2 TO WS-AgeIdx
        WHEN AppStatusApproved
            MOVE 3 TO WS-AgeIdx
    END-EVALUATE.
    IF WS-AgeIdx > ZERO
        IF AppStatusDate NUMERIC AND AppStatusDate > ZERO
            MOVE AppStatusDate TO WS-StatusSince
        ELSE
            IF AppStatusApproved AND AppDecisionDate > ZERO
                MOVE AppDecisionDate TO WS-StatusSince
            ELSE
                MOVE AppReceivedDate TO WS-StatusSince
            END-IF
        END-IF
        CALL 'DaysBetweenDates' USING WS-StatusSince WS-TodayDate
            WS-DaysInStatus
        IF WS-DaysInStatus < ZERO
            MOVE ZERO TO WS-DaysInStatus
        END-IF
    END-IF.

AGE-OPEN-APPLICATION.
    ADD 1 TO WS-AgingCount(WS-AgeIdx).
    ADD WS-DaysInStatus TO WS-AgingTotalDays(WS-AgeIdx).
    IF WS-DaysInStatus > WS-AgingMaxDays(WS-AgeIdx)
        MOVE WS-DaysInStatus TO WS-AgingMaxDays(WS-AgeIdx)
    END-IF.
    IF WS-DaysInStatus > WS-AgingSlaDays(WS-AgeIdx)
        ADD 1 TO WS-AgingOverSla(WS-AgeIdx)
    END-IF.
    EVALUATE TRUE
        WHEN WS-DaysInStatus NOT GREATER THAN 7
            MOVE 1 TO WS-BucketIdx
        WHEN WS-DaysInStatus NOT GREATER THAN 15
            MOVE 2 TO WS-BucketIdx
        WHEN WS-DaysInStatus NOT GREATER THAN 30
            MOVE 3 TO WS-BucketIdx
        WHEN OTHER
            MOVE 4 TO WS-BucketIdx
    END-EVALUATE.
    ADD 1 TO WS-AgingBucket(WS-AgeIdx, WS-BucketIdx).

*> a funded or withdrawn application keeps the date it was approved,
*> so decision-to-funding is measured only on funded files
COMPUTE-TURNAROUND.
    MOVE ZERO TO WS-DaysToDecision.
    MOVE ZERO TO WS-DaysToFunding.
    MOVE 'N' TO WS-DecisionMeasured.
    MOVE 'N' TO WS-FundingMeasured.
    IF (AppStatusApproved OR AppStatusDeclined OR AppStatusFunded
            OR AppStatusWithdrawn)
            AND AppDecisionDate NUMERIC AND AppDecisionDate > ZERO
        CALL 'DaysBetweenDates' USING AppReceivedDate AppDecisionDate
            WS-DaysToDecision
        IF WS-DaysToDecision < ZERO
            MOVE ZERO TO WS-DaysToDecision
        END-IF
        MOVE 'Y' TO WS-DecisionMeasured
        IF AppStatusFunded
                AND AppFundedDate NUMERIC AND AppFundedDate > ZERO
            CALL 'DaysBetweenDates' USING AppDecisionDate AppFundedDate
                WS-DaysToFunding
            IF WS-DaysToFunding < ZERO
                MOVE ZERO TO WS-DaysToFunding
            END-IF
            MOVE 'Y' TO WS-FundingMeasured
        END-IF
    END-IF.

ACCUMULATE-TURNAROUND.
    IF WS-DecisionMeasured = 'Y'
        ADD 1 TO WS-DecisionCount
        ADD WS-DaysToDecision TO WS-DecisionTotalDays
        IF WS-DaysToDecision > WS-DecisionMaxDays
            MOVE WS-DaysToDecision TO WS-DecisionMaxDays
        END-IF
    END-IF.
    IF WS-FundingMeasured = 'Y'
        ADD 1 TO WS-FundingCount
        ADD WS-DaysToFunding TO WS-FundingTotalDays
        IF WS-DaysToFunding > WS-FundingMaxDays
            MOVE WS-DaysToFunding TO WS-FundingMaxDays
        END-IF
    END-IF.

ADD-TO-GROUP.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-GrpIdx FROM 1 BY 1
            UNTIL WS-GrpIdx > WS-GroupCount OR WS-SlotFound = 'Y'
        IF WS-GrpType(WS-GrpIdx) = WS-SearchType
                AND WS-GrpKey(WS-GrpIdx) = WS-SearchKey
            MOVE 'Y' TO WS-SlotFound
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'Y'
        SUBTRACT 1 FROM WS-GrpIdx
    ELSE
        IF WS-GroupCount < 300
            ADD 1 TO WS-GroupCount
            MOVE WS-GroupCount TO WS-GrpIdx
            MOVE WS-SearchType TO WS-GrpType(WS-GrpIdx)
            MOVE WS-SearchKey TO WS-GrpKey(WS-GrpIdx)
            MOVE ZERO TO WS-GrpApps(WS-GrpIdx)
            MOVE ZERO TO WS-GrpFunded(WS-GrpIdx)
            MOVE ZERO TO WS-GrpApproved(WS-GrpIdx)
            MOVE ZERO TO WS-GrpDeclined(WS-GrpIdx)
            MOVE ZERO TO WS-GrpWithdrawn(WS-GrpIdx)
            MOVE ZERO TO WS-GrpPending(WS-GrpIdx)
            MOVE 'Y' TO WS-SlotFound
        ELSE
            MOVE 'Y' TO WS-GroupFull
        END-IF
    END-IF.
    IF WS-SlotFound = 'Y'
        ADD 1 TO WS-GrpApps(WS-GrpIdx)
        EVALUATE TRUE
            WHEN AppStatusFunded
                ADD 1 TO WS-GrpFunded(WS-GrpIdx)
            WHEN AppStatusApproved
                ADD 1 TO WS-GrpApproved(WS-GrpIdx)
            WHEN AppStatusDeclined
                ADD 1 TO WS-GrpDeclined(WS-GrpIdx)
            WHEN AppStatusWithdrawn
                ADD 1 TO WS-GrpWithdrawn(WS-GrpIdx)
            WHEN OTHER
                ADD 1 TO WS-GrpPending(WS-GrpIdx)
        END-EVALUATE
    END-IF.

WRITE-STATUS-AGING.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE '--- Open Applications by Status ---' TO ReportLine.
    WRITE ReportLine.
    MOVE 'Status           Count   Avg Days  Max   0-7  8-15 16-30   31+  SLA Over SLA'
        TO ReportLine.
    WRITE ReportLine.
    PERFORM VARYING WS-AgeIdx FROM 1 BY 1 UNTIL WS-AgeIdx > 3
        MOVE ZERO TO WS-AverageDays
        IF WS-AgingCount(WS-AgeIdx) > ZERO
            COMPUTE WS-AverageDays ROUNDED =
                WS-AgingTotalDays(WS-AgeIdx) / WS-AgingCount(WS-AgeIdx)
        END-IF
        MOVE WS-AverageDays TO WS-AverageDisplay
        MOVE WS-AgingMaxDays(WS-AgeIdx) TO WS-DaysDisplay
        MOVE SPACES TO ReportLine
        STRING WS-AgingStatusName(WS-AgeIdx) ' '
            WS-AgingCount(WS-AgeIdx) ' ' WS-AverageDisplay ' '
            WS-DaysDisplay ' '
            WS-AgingBucket(WS-AgeIdx, 1) ' '
            WS-AgingBucket(WS-AgeIdx, 2) ' '
            WS-AgingBucket(WS-AgeIdx, 3) ' '
            WS-AgingBucket(WS-AgeIdx, 4) ' '
            WS-AgingSlaDays(WS-AgeIdx) ' '
            WS-AgingOverSla(WS-AgeIdx)
            DELIMITED BY SIZE INTO ReportLine
        WRITE ReportLine
    END-PERFORM.

WRITE-TURNAROUND.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE '--- Turnaround, Applications Received in Period ---'
        TO ReportLine.
    WRITE ReportLine.
    MOVE ZERO TO WS-AverageDays.
    IF WS-DecisionCount > ZERO
        COMPUTE WS-AverageDays ROUNDED =
            WS-DecisionTotalDays / WS-DecisionCount
    END-IF.
    MOVE WS-AverageDays TO WS-AverageDisplay.
    MOVE WS-DecisionMaxDays TO WS-DaysDisplay.
    MOVE SPACES TO ReportLine.
    STRING 'Received to decision:  ' WS-DecisionCount ' apps  avg '
        WS-AverageDisplay ' days  max ' WS-DaysDisplay ' days'
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.
    MOVE ZERO TO WS-AverageDays.
    IF WS-FundingCount > ZERO
        COMPUTE WS-AverageDays ROUNDED =
            WS-FundingTotalDays / WS-FundingCount
    END-IF.
    MOVE WS-AverageDays TO WS-AverageDisplay.
    MOVE WS-FundingMaxDays TO WS-DaysDisplay.
    MOVE SPACES TO ReportLine.
    STRING 'Decision to funding:   ' WS-FundingCount ' apps  avg '
        WS-AverageDisplay ' days  max ' WS-DaysDisplay ' days'
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.

WRITE-PULL-THROUGH.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    STRING '--- Pull-Through, ' WS-PeriodApps
        ' Applications Received in Period ---'
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.
    MOVE 'Group      Key    Apps Funded Apprvd Declnd Wthdrn Pendng  Fund%  Appr%  Decl%  Wdrn%'
        TO ReportLine.
    WRITE ReportLine.
    MOVE 'P' TO WS-PrintType.
    MOVE 'PRODUCT' TO WS-GroupLabel.
    PERFORM WRITE-GROUP-LINES.
    MOVE 'B' TO WS-PrintType.
    MOVE 'BRANCH' TO WS-GroupLabel.
    PERFORM WRITE-GROUP-LINES.
    MOVE 'O' TO WS-PrintType.
    MOVE 'OFFICER' TO WS-GroupLabel.
    PERFORM WRITE-GROUP-LINES.
    IF WS-GroupFull = 'Y'
        MOVE 'MORE THAN 300 GROUPS; PULL-THROUGH IS INCOMPLETE'
            TO ReportLine
        WRITE ReportLine
    END-IF.

*> each rate is a share of the applications received: funded, still
*> approved and awaiting funding, declined and withdrawn
WRITE-GROUP-LINES.
    PERFORM VARYING WS-GrpIdx FROM 1 BY 1
            UNTIL WS-GrpIdx > WS-GroupCount
        IF WS-GrpType(WS-GrpIdx) = WS-PrintType
            COMPUTE WS-FundedPct ROUNDED =
                WS-GrpFunded(WS-GrpIdx) * 100 / WS-GrpApps(WS-GrpIdx)
            COMPUTE WS-ApprovedPct ROUNDED =
                WS-GrpApproved(WS-GrpIdx) * 100 / WS-GrpApps(WS-GrpIdx)
            COMPUTE WS-DeclinedPct ROUNDED =
                WS-GrpDeclined(WS-GrpIdx) * 100 / WS-GrpApps(WS-GrpIdx)
            COMPUTE WS-WithdrawnPct ROUNDED =
                WS-GrpWithdrawn(WS-GrpIdx) * 100 / WS-GrpApps(WS-GrpIdx)
            MOVE WS-FundedPct TO WS-FundedPctDisplay
            MOVE WS-ApprovedPct TO WS-ApprovedPctDisplay
            MOVE WS-DeclinedPct TO WS-DeclinedPctDisplay
            MOVE WS-WithdrawnPct TO WS-WithdrawnPctDisplay
            MOVE SPACES TO ReportLine
            STRING WS-GroupLabel ' ' WS-GrpKey(WS-GrpIdx) ' '
                WS-GrpApps(WS-GrpIdx) '  ' WS-GrpFunded(WS-GrpIdx) '  '
                WS-GrpApproved(WS-GrpIdx) '  '
                WS-GrpDeclined(WS-GrpIdx) '  '
                WS-GrpWithdrawn(WS-GrpIdx) '  '
                WS-GrpPending(WS-GrpIdx) '  '
                WS-FundedPctDisplay '  ' WS-ApprovedPctDisplay '  '
                WS-DeclinedPctDisplay '  ' WS-WithdrawnPctDisplay
                DELIMITED BY SIZE INTO ReportLine
            WRITE ReportLine
        END-IF
    END-PERFORM.

*> a second pass lists each open application past the service level
*> for its current status, and each application received in the
*> period that took too long to decide or, once approved, to fund
WRITE-SLA-EXCEPTIONS.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE '--- Service Level Exceptions ---' TO ReportLine.
    WRITE ReportLine.
    MOVE 'App ID Status           Stage                 Days  SLA Officer Branch Product'
        TO ReportLine.
    WRITE ReportLine.
    MOVE 'N' TO EOF.
    OPEN INPUT ApplicationFile.
    PERFORM UNTIL EOF = 'Y'
        READ ApplicationFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-APPLICATION-SLA
    END-PERFORM.
    CLOSE ApplicationFile.
    MOVE SPACES TO ReportLine.
    STRING 'Exceptions: ' WS-SlaExceptions
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.

CHECK-APPLICATION-SLA.
    PERFORM COMPUTE-DAYS-IN-STATUS.
    IF WS-AgeIdx > ZERO
        IF WS-DaysInStatus > WS-AgingSlaDays(WS-AgeIdx)
            MOVE SPACES TO WS-SlaStage
            STRING 'IN ' WS-AgingStatusName(WS-AgeIdx)
                DELIMITED BY SIZE INTO WS-SlaStage
            MOVE WS-DaysInStatus TO WS-DaysDisplay
            MOVE WS-AgingSlaDays(WS-AgeIdx) TO WS-SlaLimit
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.
    IF AppReceivedDate NOT LESS THAN WS-PeriodStart
            AND AppReceivedDate NOT GREATER THAN WS-PeriodEnd
        PERFORM COMPUTE-TURNAROUND
        IF WS-DaysToDecision > WS-SlaDecisionDays
            MOVE 'RECEIVED TO DECISION' TO WS-SlaStage
            MOVE WS-DaysToDecision TO WS-DaysDisplay
            MOVE WS-SlaDecisionDays TO WS-SlaLimit
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
        IF WS-DaysToFunding > WS-SlaApprovedDays
            MOVE 'DECISION TO FUNDING' TO WS-SlaStage
            MOVE WS-DaysToFunding TO WS-DaysDisplay
            MOVE WS-SlaApprovedDays TO WS-SlaLimit
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-SlaExceptions.
    MOVE SPACES TO ReportLine.
    STRING ApplicationID '  ' AppStatus ' ' WS-SlaStage ' '
        WS-DaysDisplay ' ' WS-SlaLimit '  ' AppLoanOfficerID '  '
        AppBranchCode '   ' AppProductCode
        DELIMITED BY SIZE INTO ReportLine.
    WRITE ReportLine.
