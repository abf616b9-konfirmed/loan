IDENTIFICATION DIVISION.
PROGRAM-ID. ReportComplaintTrends.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CPSEL.
    SELECT TrendReportFile ASSIGN TO WS-TrendReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ComplaintFile.
    COPY CPREC.

FD  TrendReportFile.
01  TrendReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-ComplaintFileStatus   PIC X(02).
01 WS-TrendReportFileName   PIC X(40).
01 WS-BusinessDate          PIC 9(8).
01 WS-QuarterEnd            PIC 9(8).
01 WS-QuarterStart          PIC 9(8).
01 WS-PriorQuarterStart     PIC 9(8).
01 WS-PriorQuarterEnd       PIC 9(8).
01 WS-CalYear               PIC 9(4).
01 WS-CalMonth              PIC 9(2).
01 WS-CalQuarter            PIC 9(1).
01 WS-CalDate               PIC 9(8).
01 WS-MinusOneDay           PIC S9(6) VALUE -1.
01 WS-CatIdx                PIC 9(2).
01 WS-CauseIdx              PIC 9(2).
01 WS-SearchIdx             PIC 9(2).
01 WS-Change                PIC S9(5).
01 WS-ChangeDisplay         PIC -(5)9.
01 WS-TrendText             PIC X(06).
01 WS-ReceivedCount         PIC 9(5) VALUE ZERO.
01 WS-PriorReceivedCount    PIC 9(5) VALUE ZERO.
01 WS-RegulatorCount        PIC 9(5) VALUE ZERO.
01 WS-ResolvedCount         PIC 9(5) VALUE ZERO.
01 WS-ResolvedLateCount     PIC 9(5) VALUE ZERO.
01 WS-OpenAtQuarterEnd      PIC 9(5) VALUE ZERO.
01 WS-OverdueAtQuarterEnd   PIC 9(5) VALUE ZERO.

01 WS-CategoryValues.
    05 FILLER PIC X(24) VALUE 'PMT PAYMENT POSTING     '.
    05 FILLER PIC X(24) VALUE 'FEESFEES                '.
    05 FILLER PIC X(24) VALUE 'COLLCOLLECTIONS         '.
    05 FILLER PIC X(24) VALUE 'CRPTCREDIT REPORTING    '.
    05 FILLER PIC X(24) VALUE 'ESCRESCROW              '.
    05 FILLER PIC X(24) VALUE 'OTHROTHER               '.
01 WS-CategoryTable REDEFINES WS-CategoryValues.
    05 WS-CategoryEntry OCCURS 6 TIMES.
        10 WS-CategoryCode  PIC X(04).
        10 WS-CategoryName  PIC X(20).

*> the last root cause slot holds complaints not yet resolved
01 WS-CauseValues.
    05 FILLER PIC X(24) VALUE 'PROCPROCESS             '.
    05 FILLER PIC X(24) VALUE 'SYSTSYSTEM              '.
    05 FILLER PIC X(24) VALUE 'STAFSTAFF ERROR         '.
    05 FILLER PIC X(24) VALUE 'POLCPOLICY              '.
    05 FILLER PIC X(24) VALUE 'VNDRTHIRD PARTY         '.
    05 FILLER PIC X(24) VALUE 'NOERNO ERROR FOUND      '.
    05 FILLER PIC X(24) VALUE '    NOT YET RESOLVED    '.
01 WS-CauseTable REDEFINES WS-CauseValues.
    05 WS-CauseEntry OCCURS 7 TIMES.
        10 WS-CauseCode     PIC X(04).
        10 WS-CauseName     PIC X(20).

01 WS-Counts.
    05 WS-CategoryCounts OCCURS 6 TIMES.
        10 WS-CatCurrent    PIC 9(5).
        10 WS-CatPrior      PIC 9(5).
        10 WS-CatRegulator  PIC 9(5).
        10 WS-CatByCause    PIC 9(4) OCCURS 7 TIMES.
    05 WS-CauseCounts OCCURS 7 TIMES.
        10 WS-CauseCurrent  PIC 9(5).
        10 WS-CausePrior    PIC 9(5).

LINKAGE SECTION.
01 LS-QuarterEndDate      PIC 9(8).
01 LS-ComplaintsReported  PIC 9(7).

*> the compliance committee's quarterly view of complaints received:
*> counts by category and by root cause against the prior quarter, a
*> category by root-cause grid, regulator referrals, and how many were
*> answered late or were still open at quarter-end. The nightly batch
*> passes the quarter-end date; a zero date reports the last quarter
*> ended before the business date
PROCEDURE DIVISION USING LS-QuarterEndDate LS-ComplaintsReported.
    MOVE ZERO TO LS-ComplaintsReported.
    INITIALIZE WS-Counts.
    MOVE ZERO TO WS-ReceivedCount.
    MOVE ZERO TO WS-PriorReceivedCount.
    MOVE ZERO TO WS-RegulatorCount.
    MOVE ZERO TO WS-ResolvedCount.
    MOVE ZERO TO WS-ResolvedLateCount.
    MOVE ZERO TO WS-OpenAtQuarterEnd.
    MOVE ZERO TO WS-OverdueAtQuarterEnd.
    CALL 'GetBusinessDate' USING WS-BusinessDate.
    PERFORM SET-QUARTER-DATES.

    OPEN INPUT ComplaintFile.
    IF WS-ComplaintFileStatus NOT = '00'
        DISPLAY 'No complaints on file. Trend report not produced.'
    ELSE
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ ComplaintFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM TALLY-COMPLAINT
        END-PERFORM
        CLOSE ComplaintFile
        PERFORM WRITE-TREND-REPORT
        MOVE WS-ReceivedCount TO LS-ComplaintsReported
        DISPLAY 'Complaint trends for quarter ending ' WS-QuarterEnd
            ' written to ' WS-TrendReportFileName
    END-IF.
    GOBACK.

*> quarter-end given, or the last day of the quarter before the one
*> holding the business date
SET-QUARTER-DATES.
    IF LS-QuarterEndDate = ZERO
        MOVE WS-BusinessDate(1:4) TO WS-CalYear
        MOVE WS-BusinessDate(5:2) TO WS-CalMonth
    ELSE
        MOVE LS-QuarterEndDate(1:4) TO WS-CalYear
        MOVE LS-QuarterEndDate(5:2) TO WS-CalMonth
    END-IF.
    COMPUTE WS-CalQuarter = (WS-CalMonth - 1) / 3.
    COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 1.
    IF LS-QuarterEndDate NOT = ZERO
        ADD 3 TO WS-CalMonth
        IF WS-CalMonth > 12
            MOVE 1 TO WS-CalMonth
            ADD 1 TO WS-CalYear
        END-IF
    END-IF.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-QuarterEnd.
    PERFORM STEP-BACK-ONE-QUARTER.
    MOVE WS-CalDate TO WS-QuarterStart.
    CALL 'AdjustDateByDays' USING WS-QuarterStart WS-MinusOneDay
        WS-PriorQuarterEnd.
    PERFORM STEP-BACK-ONE-QUARTER.
    MOVE WS-CalDate TO WS-PriorQuarterStart.

STEP-BACK-ONE-QUARTER.
    IF WS-CalMonth < 4
        ADD 9 TO WS-CalMonth
        SUBTRACT 1 FROM WS-CalYear
    ELSE
        SUBTRACT 3 FROM WS-CalMonth
    END-IF.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.

TALLY-COMPLAINT.
    PERFORM FIND-CATEGORY.
    PERFORM FIND-CAUSE.
    IF ComplaintReceivedDate NOT LESS THAN WS-PriorQuarterStart
            AND ComplaintReceivedDate NOT GREATER THAN WS-PriorQuarterEnd
        ADD 1 TO WS-PriorReceivedCount
        ADD 1 TO WS-CatPrior(WS-CatIdx)
        ADD 1 TO WS-CausePrior(WS-CauseIdx)
    END-IF.
    IF ComplaintReceivedDate NOT LESS THAN WS-QuarterStart
            AND ComplaintReceivedDate NOT GREATER THAN WS-QuarterEnd
        ADD 1 TO WS-ReceivedCount
        ADD 1 TO WS-CatCurrent(WS-CatIdx)
        ADD 1 TO WS-CauseCurrent(WS-CauseIdx)
        ADD 1 TO WS-CatByCause(WS-CatIdx, WS-CauseIdx)
        IF ComplaintRegulatorReferred
            ADD 1 TO WS-RegulatorCount
            ADD 1 TO WS-CatRegulator(WS-CatIdx)
        END-IF
    END-IF.
    IF ComplaintResolved
            AND ComplaintResolvedDate NOT LESS THAN WS-QuarterStart
            AND ComplaintResolvedDate NOT GREATER THAN WS-QuarterEnd
        ADD 1 TO WS-ResolvedCount
        IF ComplaintResolvedDate > ComplaintDueDate
            ADD 1 TO WS-ResolvedLateCount
        END-IF
    END-IF.
    IF ComplaintReceivedDate NOT GREATER THAN WS-QuarterEnd
            AND (ComplaintOpen OR ComplaintResolvedDate > WS-QuarterEnd)
        ADD 1 TO WS-OpenAtQuarterEnd
        IF ComplaintDueDate < WS-QuarterEnd
            ADD 1 TO WS-OverdueAtQuarterEnd
        END-IF
    END-IF.

FIND-CATEGORY.
    MOVE 6 TO WS-CatIdx.
    PERFORM VARYING WS-SearchIdx FROM 1 BY 1 UNTIL WS-SearchIdx > 6
        IF WS-CategoryCode(WS-SearchIdx) = ComplaintCategory
            MOVE WS-SearchIdx TO WS-CatIdx
        END-IF
    END-PERFORM.

*> the root cause is only counted once the complaint is resolved
FIND-CAUSE.
    MOVE 7 TO WS-CauseIdx.
    IF ComplaintResolved
        PERFORM VARYING WS-SearchIdx FROM 1 BY 1 UNTIL WS-SearchIdx > 6
            IF WS-CauseCode(WS-SearchIdx) = ComplaintRootCause
                MOVE WS-SearchIdx TO WS-CauseIdx
            END-IF
        END-PERFORM
    END-IF.

WRITE-TREND-REPORT.
    MOVE SPACES TO WS-TrendReportFileName.
    STRING 'complaint-trends-' WS-QuarterEnd '.dat'
        DELIMITED BY SIZE INTO WS-TrendReportFileName.
    OPEN OUTPUT TrendReportFile.
    MOVE SPACES TO TrendReportLine.
    STRING '=== Complaint Trends: quarter ' WS-QuarterStart ' to '
        WS-QuarterEnd ' (prior quarter ' WS-PriorQuarterStart ' to '
        WS-PriorQuarterEnd ') ===' DELIMITED BY SIZE
        INTO TrendReportLine.
    WRITE TrendReportLine.
    MOVE SPACES TO TrendReportLine.
    STRING 'Received this quarter: ' WS-ReceivedCount
        '  prior quarter: ' WS-PriorReceivedCount
        '  regulator-referred: ' WS-RegulatorCount
        DELIMITED BY SIZE INTO TrendReportLine.
    WRITE TrendReportLine.
    MOVE SPACES TO TrendReportLine.
    STRING 'Resolved this quarter: ' WS-ResolvedCount
        '  after response date: ' WS-ResolvedLateCount
        '  open at quarter-end: ' WS-OpenAtQuarterEnd
        '  (overdue ' WS-OverdueAtQuarterEnd ')'
        DELIMITED BY SIZE INTO TrendReportLine.
    WRITE TrendReportLine.

    MOVE SPACES TO TrendReportLine.
    WRITE TrendReportLine.
    MOVE '--- By Category ---         This Qtr  Prior Qtr  Change Trend   Regulator'
        TO TrendReportLine.
    WRITE TrendReportLine.
    PERFORM VARYING WS-CatIdx FROM 1 BY 1 UNTIL WS-CatIdx > 6
        COMPUTE WS-Change = WS-CatCurrent(WS-CatIdx)
            - WS-CatPrior(WS-CatIdx)
        PERFORM SET-TREND-TEXT
        MOVE SPACES TO TrendReportLine
        STRING WS-CategoryCode(WS-CatIdx) ' ' WS-CategoryName(WS-CatIdx)
            '   ' WS-CatCurrent(WS-CatIdx) '      '
            WS-CatPrior(WS-CatIdx) '  ' WS-ChangeDisplay ' '
            WS-TrendText '  ' WS-CatRegulator(WS-CatIdx)
            DELIMITED BY SIZE INTO TrendReportLine
        WRITE TrendReportLine
    END-PERFORM.

    MOVE SPACES TO TrendReportLine.
    WRITE TrendReportLine.
    MOVE '--- By Root Cause ---       This Qtr  Prior Qtr  Change Trend'
        TO TrendReportLine.
    WRITE TrendReportLine.
    PERFORM VARYING WS-CauseIdx FROM 1 BY 1 UNTIL WS-CauseIdx > 7
        COMPUTE WS-Change = WS-CauseCurrent(WS-CauseIdx)
            - WS-CausePrior(WS-CauseIdx)
        PERFORM SET-TREND-TEXT
        MOVE SPACES TO TrendReportLine
        STRING WS-CauseCode(WS-CauseIdx) ' ' WS-CauseName(WS-CauseIdx)
            '   ' WS-CauseCurrent(WS-CauseIdx) '      '
            WS-CausePrior(WS-CauseIdx) '  ' WS-ChangeDisplay ' '
            WS-TrendText
            DELIMITED BY SIZE INTO TrendReportLine
        WRITE TrendReportLine
    END-PERFORM.

    MOVE SPACES TO TrendReportLine.
    WRITE TrendReportLine.
    MOVE '--- Category by Root Cause, this quarter ---' TO TrendReportLine.
    WRITE TrendReportLine.
    MOVE 'Cat    PROC  SYST  STAF  POLC  VNDR  NOER  OPEN'
        TO TrendReportLine.
    WRITE TrendReportLine.
    PERFORM VARYING WS-CatIdx FROM 1 BY 1 UNTIL WS-CatIdx > 6
        MOVE SPACES TO TrendReportLine
        STRING WS-CategoryCode(WS-CatIdx) '  '
            WS-CatByCause(WS-CatIdx, 1) '  '
            WS-CatByCause(WS-CatIdx, 2) '  '
            WS-CatByCause(WS-CatIdx, 3) '  '
            WS-CatByCause(WS-CatIdx, 4) '  '
            WS-CatByCause(WS-CatIdx, 5) '  '
            WS-CatByCause(WS-CatIdx, 6) '  '
            WS-CatByCause(WS-CatIdx, 7)
            DELIMITED BY SIZE INTO TrendReportLine
        WRITE TrendReportLine
    END-PERFORM.
    CLOSE TrendReportFile.

SET-TREND-TEXT.
    MOVE WS-Change TO WS-ChangeDisplay.
    EVALUATE TRUE
        WHEN WS-Change > ZERO
            MOVE 'UP' TO WS-TrendText
        WHEN WS-Change < ZERO
            MOVE 'DOWN' TO WS-TrendText
        WHEN OTHER
            MOVE 'FLAT' TO WS-TrendText
    END-EVALUATE.
