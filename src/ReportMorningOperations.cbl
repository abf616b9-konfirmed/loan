INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BLSEL.
    COPY PCSEL.
    SELECT ReportFile ASSIGN TO WS-ReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  BatchLogFile.
    COPY BLREC.

FD  PeriodControlFile.
    COPY PCREC.

FD  ReportFile.
01  ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                  PIC X VALUE 'N'.
01 WS-BatchLogStatus    PIC X(02).
01 WS-PeriodControlStatus PIC X(02).
01 WS-ReportFileName    PIC X(40).
01 WS-LatestRunDate     PIC 9(8) VALUE ZERO.
01 WS-PriorRunDate      PIC 9(8) VALUE ZERO.
01 WS-ExceptionCount    PIC 9(3) VALUE ZERO.
01 WS-Severity          PIC X(08).
01 WS-VolumeNote        PIC X(30).
01 WS-PeriodicCount     PIC 9(2) VALUE ZERO.
01 WS-PeriodicIdx       PIC 9(2) VALUE ZERO.

*> the nightly steps in the order the batch driver runs them
01 WS-ExpectedSteps.
    05 FILLER PIC X(20) VALUE 'BACKUP'.
    05 FILLER PIC X(20) VALUE 'BACKUP-VERIFY'.
    05 FILLER PIC X(20) VALUE 'ACH-RETURNS'.
    05 FILLER PIC X(20) VALUE 'PAID-CHECKS'.
    05 FILLER PIC X(20) VALUE 'AUTOPAY-DEBITS'.
    05 FILLER PIC X(20) VALUE 'INTEREST-ACCRUAL'.
    05 FILLER PIC X(20) VALUE 'ESCROW-INTEREST'.
    05 FILLER PIC X(20) VALUE 'COLLECTIONS-QUEUE'.
    05 FILLER PIC X(20) VALUE 'RECURRING-FEES'.
    05 FILLER PIC X(20) VALUE 'BUYDOWN-SUBSIDY'.
    05 FILLER PIC X(20) VALUE 'EMAIL-BOUNCES'.
    05 FILLER PIC X(20) VALUE 'BILLING-NOTICES'.
    05 FILLER PIC X(20) VALUE 'TIME-BAR-DATES'.
    05 FILLER PIC X(20) VALUE 'DUNNING-LETTERS'.
    05 FILLER PIC X(20) VALUE 'MATURITY-NOTICES'.
    05 FILLER PIC X(20) VALUE 'PMI-REVIEW'.
    05 FILLER PIC X(20) VALUE 'ANCILLARY-REVIEW'.
    05 FILLER PIC X(20) VALUE 'ADVERSE-ACTION'.
    05 FILLER PIC X(20) VALUE 'RATE-NOTICES'.
    05 FILLER PIC X(20) VALUE 'INSURANCE-LAPSES'.
    05 FILLER PIC X(20) VALUE 'INTEGRITY-AUDIT'.
    05 FILLER PIC X(20) VALUE 'REPORT-ALL-LOANS'.
    05 FILLER PIC X(20) VALUE 'REPORT-OVERDUE'.
    05 FILLER PIC X(20) VALUE 'REPORT-SAVED'.
    05 FILLER PIC X(20) VALUE 'SUSPENSE-AGING'.
    05 FILLER PIC X(20) VALUE 'DEMOG-CHANGES'.
    05 FILLER PIC X(20) VALUE 'STATE-LIMITS'.
    05 FILLER PIC X(20) VALUE 'POSITIVE-PAY'.
    05 FILLER PIC X(20) VALUE 'ACCOUNT-FEED'.
    05 FILLER PIC X(20) VALUE 'FILE-MANIFEST'.
    05 FILLER PIC X(20) VALUE 'GL-JOURNAL'.
    05 FILLER PIC X(20) VALUE 'GL-RECON'.
    05 FILLER PIC X(20) VALUE 'CONTROL-TOTALS'.
    05 FILLER PIC X(20) VALUE 'END-OF-DAY'.
01 WS-ExpectedTable REDEFINES WS-ExpectedSteps.
    05 WS-ExpectedStep OCCURS 39 TIMES PIC X(20).

01 WS-StepTable.
    05 WS-StepEntry OCCURS 39 TIMES.
        10 WS-StepRan       PIC X(01).
        10 WS-StepStatus    PIC X(10).
        10 WS-StepCount     PIC 9(7).
        10 WS-StepPriorCount PIC 9(7).
        10 WS-StepOrderFlag PIC X(12).

*> periodic jobs the batch ran or flagged from job-schedule.dat; they
*> are not nightly steps, so they are listed as they appear in the log
01 WS-PeriodicTable.
    05 WS-PeriodicEntry OCCURS 20 TIMES.
        10 WS-PeriodicStep   PIC X(20).
        10 WS-PeriodicStatus PIC X(10).
        10 WS-PeriodicItems  PIC 9(7).

*> one start-of-business page that consolidates the overnight run:
*> every step with its counts, anything skipped or out of order,
*> exception roll-ups graded by severity, and a volume comparison to
    END-IF.
    CLOSE BatchLogFile.

    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 39
        MOVE 'N' TO WS-StepRan(WS-Idx)
        MOVE SPACES TO WS-StepStatus(WS-Idx)
        MOVE ZERO TO WS-StepCount(WS-Idx)
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM FIND-STEP-SLOT
                IF WS-SlotIdx = ZERO
                        AND BatchRunDate = WS-LatestRunDate
                        AND WS-PeriodicCount < 20
                    ADD 1 TO WS-PeriodicCount
                    MOVE BatchStepName
                        TO WS-PeriodicStep(WS-PeriodicCount)
                    MOVE BatchStatus
                        TO WS-PeriodicStatus(WS-PeriodicCount)
                    MOVE BatchLoansProcessed
                        TO WS-PeriodicItems(WS-PeriodicCount)
                END-IF
                IF WS-SlotIdx > ZERO
                    IF BatchRunDate = WS-LatestRunDate
                        MOVE 'Y' TO WS-StepRan(WS-SlotIdx)

FIND-STEP-SLOT.
    MOVE ZERO TO WS-SlotIdx.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 39
        IF WS-ExpectedStep(WS-Idx) = BatchStepName
            MOVE WS-Idx TO WS-SlotIdx
            MOVE 39 TO WS-Idx
        END-IF
    END-PERFORM.

    MOVE 'Step                 Status     Count    Prior    Notes'
        TO ReportLine.
    WRITE ReportLine.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 39
        PERFORM WRITE-STEP-LINE
    END-PERFORM.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE '--- Scheduled Periodic Jobs ---' TO ReportLine.
    WRITE ReportLine.
    IF WS-PeriodicCount = ZERO
        MOVE 'No periodic job was due.' TO ReportLine
        WRITE ReportLine
    END-IF.
    PERFORM VARYING WS-PeriodicIdx FROM 1 BY 1
            UNTIL WS-PeriodicIdx > WS-PeriodicCount
        STRING WS-PeriodicStep(WS-PeriodicIdx) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-PeriodicStatus(WS-PeriodicIdx) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-PeriodicItems(WS-PeriodicIdx) DELIMITED BY SIZE
            INTO ReportLine
        WRITE ReportLine
    END-PERFORM.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE '--- Exception Roll-Up ---' TO ReportLine.
    WRITE ReportLine.
    PERFORM WRITE-EXCEPTION-ROLLUP.
    END-IF.

WRITE-EXCEPTION-ROLLUP.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 39
        MOVE SPACES TO WS-Severity
        EVALUATE TRUE
            WHEN WS-StepStatus(WS-Idx) = 'ABORTED'
            WHEN WS-ExpectedStep(WS-Idx) = 'INTEGRITY-AUDIT'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'HIGH' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'GL-RECON'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'HIGH' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'BSA-CASH-SCAN'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'HIGH' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'DEMOG-CHANGES'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'HIGH' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'STATE-LIMITS'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'HIGH' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'ACH-RETURNS'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'MEDIUM' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'DOC-CUSTODY'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'LOW' TO WS-Severity
            WHEN WS-ExpectedStep(WS-Idx) = 'EMAIL-BOUNCES'
                    AND WS-StepCount(WS-Idx) > ZERO
                MOVE 'LOW' TO WS-Severity
            WHEN OTHER
                CONTINUE
        END-EVALUATE
            ADD 1 TO WS-ExceptionCount
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-PeriodicIdx FROM 1 BY 1
            UNTIL WS-PeriodicIdx > WS-PeriodicCount
        MOVE SPACES TO WS-Severity
        EVALUATE WS-PeriodicStatus(WS-PeriodicIdx)
            WHEN 'ABORTED'
                MOVE 'CRITICAL' TO WS-Severity
            WHEN 'MISSED'
                MOVE 'HIGH' TO WS-Severity
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-Severity NOT = SPACES
            STRING WS-Severity ' - ' WS-PeriodicStep(WS-PeriodicIdx)
                ' (scheduled job, status '
                WS-PeriodicStatus(WS-PeriodicIdx) ')'
                DELIMITED BY SIZE INTO ReportLine
            WRITE ReportLine
            DISPLAY ReportLine
            ADD 1 TO WS-ExceptionCount
        END-IF
    END-PERFORM.
    PERFORM REPORT-REOPENED-PERIODS.
    IF WS-ExceptionCount = ZERO
        MOVE 'No graded exceptions. Clean run.' TO ReportLine
        WRITE ReportLine
    END-IF.

*> a closed accounting month that has been reopened can take postings
*> that change numbers already reported to finance; it stays on the
*> report until it is closed again
REPORT-REOPENED-PERIODS.
    OPEN INPUT PeriodControlFile.
    IF WS-PeriodControlStatus = '00'
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ PeriodControlFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF PeriodReopened
                        MOVE SPACES TO ReportLine
                        STRING 'HIGH - ACCOUNTING PERIOD ' PeriodYearMonth
                            ' REOPENED ' PeriodReopenedDate ' by '
                            PeriodReopenedBy ' (' PeriodReopenReason ')'
                            DELIMITED BY SIZE INTO ReportLine
                        WRITE ReportLine
                        DISPLAY ReportLine
                        ADD 1 TO WS-ExceptionCount
                    END-IF
        END-PERFORM
        CLOSE PeriodControlFile
    END-IF.
