    COPY BDSEL.
    COPY LNSEL.
    COPY RPSEL.
    COPY JSSEL.
    SELECT ControlTotalsFile ASSIGN TO 'batch-control-totals.dat'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LoanBackupFile ASSIGN TO WS-LoanBackupFileName
FD  RepaymentFile.
    COPY RPREC.

FD  JobScheduleFile.
    COPY JSREC.

FD  ControlTotalsFile.
01  ControlTotalsLine PIC X(80).

01 WS-TotalInterestPosted PIC 9(11)V99 VALUE ZERO.
01 WS-AllLoansChoice  PIC 9 VALUE 1.
01 WS-OverdueChoice   PIC 9 VALUE 3.
01 WS-SavedReportsChoice PIC 9 VALUE 8.
01 WS-ReportUserID    PIC X(20) VALUE 'RunNightlyBatch'.
01 WS-RunDate         PIC 9(8).
01 WS-RunTime         PIC 9(8).
01 WS-BatchLogStatus  PIC X(02).
01 WS-RepayBackupFileName  PIC X(30).
01 WS-AutopayPosted        PIC 9(7).
01 WS-AchReturnsReversed   PIC 9(7).
01 WS-ChecksCleared        PIC 9(7).
01 WS-PositivePayItems     PIC 9(7).
01 WS-AccountFeedRecords   PIC 9(7).
01 WS-UntransmittedFiles   PIC 9(7).
01 WS-CollQueueEntries     PIC 9(7).
01 WS-InsuranceExceptions  PIC 9(7).
01 WS-EscrowDueItems       PIC 9(7).
01 WS-BsaCashAlerts        PIC 9(7).
01 WS-DocExceptions        PIC 9(7).
01 WS-SuspenseOpenItems    PIC 9(7).
01 WS-DemogFlagged         PIC 9(7).
01 WS-StateLimitExceptions PIC 9(7).
01 WS-BuydownDraws         PIC 9(7).
01 WS-RecurringFees        PIC 9(7).
01 WS-ForcePlacements      PIC 9(7).
01 WS-SuspenseFileStatus   PIC X(02).
01 WS-SuspenseBalance      PIC 9(11)V99 VALUE ZERO.
01 WS-BillingNotices       PIC 9(7).
01 WS-EmailBounces         PIC 9(7).
01 WS-DunningLetters       PIC 9(7).
01 WS-TimeBarDatesComputed PIC 9(7).
01 WS-MaturityNotices     PIC 9(7).
01 WS-PmiCancellations    PIC 9(7).
01 WS-AncillaryCancellations PIC 9(7).
01 WS-RateChangeNotices    PIC 9(7).
01 WS-IntegrityExceptions  PIC 9(7).
01 WS-JournalLines         PIC 9(7).
01 WS-GLOutOfBalance       PIC 9(7).
01 WS-BackupOK             PIC X(01).
01 WS-SystemStatusFileStatus PIC X(02).
01 WS-OperatorReady        PIC X(01).
01 WS-BalanceVariance      PIC S9(11)V99 VALUE ZERO.
01 WS-LogStatus            PIC X(10) VALUE 'COMPLETE'.
01 WS-AbortReason          PIC X(60).
01 WS-JobScheduleStatus    PIC X(02).
01 WS-JobEOF               PIC X VALUE 'N'.
01 WS-JobDueDate           PIC 9(8) VALUE ZERO.
01 WS-JobPeriodStart       PIC 9(8) VALUE ZERO.
01 WS-JobStepBackMonths    PIC 9(4) VALUE ZERO.
01 WS-JobMonthsForward     PIC 9(4) VALUE ZERO.
01 WS-JobRunNow            PIC X VALUE 'N'.
01 WS-JobRanSinceDue       PIC X VALUE 'N'.
01 WS-JobMissLogged        PIC X VALUE 'N'.
01 WS-JobItems             PIC 9(7) VALUE ZERO.
01 WS-JobQuarterEnd        PIC 9(8) VALUE ZERO.
01 WS-JobTaxYear           PIC 9(4) VALUE ZERO.
01 WS-JobsRun              PIC 9(3) VALUE ZERO.
01 WS-JobsMissed           PIC 9(3) VALUE ZERO.
01 WS-CalYear              PIC 9(4).
01 WS-CalMonth             PIC 9(2).
01 WS-CalWork              PIC 9(2).
01 WS-CalQuarter           PIC 9(2).
01 WS-CalDate              PIC 9(8).
01 WS-CalNext              PIC 9(8).
01 WS-CalCount             PIC 9(2).
01 WS-OneMonth             PIC 9(4) VALUE 1.
01 WS-ThreeMonths          PIC 9(4) VALUE 3.
01 WS-MinusOneDay          PIC S9(6) VALUE -1.

*> hard-stop defaults when batch-parameters.dat is absent
01 WS-ToleranceAmount      PIC 9(9)V99 VALUE 1000.00.
01 WS-IntegrityThreshold   PIC 9(5) VALUE 25.
01 WS-GLTolerance          PIC 9(7)V99 VALUE 1.00.

PROCEDURE DIVISION.
    DISPLAY 'Starting nightly batch run...'.
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'PAID-CHECKS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ImportPaidChecks' USING WS-ChecksCleared
        MOVE WS-ChecksCleared TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'AUTOPAY-DEBITS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        PERFORM LOG-BATCH-STEP
    END-IF.

*> bounces come in before any notice goes out, so a borrower whose
*> address bounced is back on paper for tonight's run
    MOVE 'EMAIL-BOUNCES' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ImportEmailBounces' USING WS-EmailBounces
        MOVE WS-EmailBounces TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'BILLING-NOTICES' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'TIME-BAR-DATES' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ComputeTimeBarredDates' USING WS-TimeBarDatesComputed
        MOVE WS-TimeBarDatesComputed TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'DUNNING-LETTERS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'MATURITY-NOTICES' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GenerateMaturityNotices' USING WS-MaturityNotices
        MOVE WS-MaturityNotices TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'PMI-REVIEW' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ProcessPmi' USING WS-PmiCancellations
        MOVE WS-PmiCancellations TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'ANCILLARY-REVIEW' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ProcessAncillaryProducts' USING WS-AncillaryCancellations
        MOVE WS-AncillaryCancellations TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'ADVERSE-ACTION' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
    MOVE 'REPORT-ALL-LOANS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GenerateReport' USING WS-AllLoansChoice WS-ReportUserID
        MOVE ZERO TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.
    MOVE 'REPORT-OVERDUE' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GenerateReport' USING WS-OverdueChoice WS-ReportUserID
        MOVE ZERO TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'REPORT-SAVED' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GenerateReport' USING WS-SavedReportsChoice
            WS-ReportUserID
        MOVE ZERO TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'DEMOG-CHANGES' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ReportSensitiveChanges' USING WS-DemogFlagged
        MOVE WS-DemogFlagged TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'STATE-LIMITS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ReportStateLimitExceptions' USING WS-StateLimitExceptions
        MOVE WS-StateLimitExceptions TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'POSITIVE-PAY' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GeneratePositivePay' USING WS-PositivePayItems
        MOVE WS-PositivePayItems TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'ACCOUNT-FEED' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'GenerateAccountFeed' USING WS-AccountFeedRecords
        MOVE WS-AccountFeedRecords TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'FILE-MANIFEST' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ReportFileTransmissions' USING WS-RunDate
            WS-UntransmittedFiles
        MOVE WS-UntransmittedFiles TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'GL-JOURNAL' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'PostDailyJournal' USING WS-RunDate WS-JournalLines
        MOVE WS-JournalLines TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'GL-RECON' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        CALL 'ReconcileGeneralLedger' USING WS-RunDate WS-GLTolerance
            WS-GLOutOfBalance
        MOVE WS-GLOutOfBalance TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

    MOVE 'CONTROL-TOTALS' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
        PERFORM LOG-BATCH-STEP
    END-IF.

    PERFORM RUN-SCHEDULED-JOBS.

    MOVE 'END-OF-DAY' TO WS-LogStepName.
    PERFORM CHECK-STEP-COMPLETED.
    IF WS-StepDone = 'N'
    CLOSE BusinessDateFile.
    DISPLAY 'Business date rolled forward to ' WS-NextBusinessDate '.'.

*> periodic programs run on the night job-schedule.dat says they fall
*> due, after the control totals prove the day and before the business
*> date rolls; each logs under its own step name so a rerun skips it.
*> an occurrence whose due night passed with no COMPLETE entry is
*> logged MISSED for the morning operations report, and is run late
*> if the schedule allows catch-up
RUN-SCHEDULED-JOBS.
    MOVE ZERO TO WS-JobsRun.
    MOVE ZERO TO WS-JobsMissed.
    MOVE 'N' TO WS-JobEOF.
    OPEN INPUT JobScheduleFile.
    IF WS-JobScheduleStatus NOT = '00'
        DISPLAY 'No job schedule file; periodic jobs not checked.'
    ELSE
        PERFORM UNTIL WS-JobEOF = 'Y'
            READ JobScheduleFile
                AT END
                    MOVE 'Y' TO WS-JobEOF
                NOT AT END
                    PERFORM PROCESS-SCHEDULED-JOB
        END-PERFORM
        CLOSE JobScheduleFile
        DISPLAY 'Periodic jobs run: ' WS-JobsRun
            '  missed: ' WS-JobsMissed
    END-IF.

PROCESS-SCHEDULED-JOB.
    MOVE JobStepName TO WS-LogStepName.
    MOVE 'N' TO WS-JobRunNow.
    PERFORM COMPUTE-JOB-DUE-DATE.
    IF WS-JobDueDate NOT = ZERO
            AND WS-JobDueDate NOT LESS THAN JobEffectiveDate
        PERFORM SCAN-JOB-HISTORY
        EVALUATE TRUE
            WHEN WS-StepDone = 'Y'
                DISPLAY 'Step ' WS-LogStepName
                    ' already completed for ' WS-RunDate '; skipping.'
            WHEN WS-JobDueDate = WS-RunDate
                MOVE 'Y' TO WS-JobRunNow
            WHEN WS-JobRanSinceDue = 'Y'
                CONTINUE
            WHEN OTHER
                PERFORM LOG-MISSED-JOB
                IF JobCatchUp
                    MOVE 'Y' TO WS-JobRunNow
                END-IF
        END-EVALUATE
    END-IF.
    IF WS-JobRunNow = 'Y'
        PERFORM CALL-SCHEDULED-PROGRAM
    END-IF.

*> the due date is the occurrence in the current period, or in the
*> prior period when this period's has not arrived yet
COMPUTE-JOB-DUE-DATE.
    MOVE ZERO TO WS-JobDueDate.
    MOVE WS-RunDate(1:4) TO WS-CalYear.
    MOVE WS-RunDate(5:2) TO WS-CalMonth.
    SUBTRACT 1 FROM WS-CalMonth GIVING WS-CalWork.
    DIVIDE WS-CalWork BY 3 GIVING WS-CalQuarter.
    EVALUATE TRUE
        WHEN JobRuleMonthEnd
            MOVE 1 TO WS-JobStepBackMonths
        WHEN JobRuleMonthDay
            MOVE 1 TO WS-JobStepBackMonths
        WHEN JobRuleQuarterEnd
            COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 3
            MOVE 3 TO WS-JobStepBackMonths
        WHEN JobRuleQuarterDay
            COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 1
            MOVE 3 TO WS-JobStepBackMonths
        WHEN JobRuleYearDay
            MOVE 1 TO WS-CalMonth
            MOVE 12 TO WS-JobStepBackMonths
        WHEN OTHER
            MOVE ZERO TO WS-JobStepBackMonths
            DISPLAY 'Scheduled job ' JobStepName
                ' has unknown rule ' JobRule '; not checked.'
    END-EVALUATE.
    IF WS-JobStepBackMonths > ZERO
        COMPUTE WS-JobPeriodStart =
            (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1
        PERFORM DUE-DATE-IN-PERIOD
        IF WS-JobDueDate > WS-RunDate
            COMPUTE WS-CalDate = WS-JobPeriodStart - 10000
            COMPUTE WS-JobMonthsForward = 12 - WS-JobStepBackMonths
            CALL 'AddMonthsToDate' USING WS-CalDate
                WS-JobMonthsForward WS-JobPeriodStart
            PERFORM DUE-DATE-IN-PERIOD
        END-IF
    END-IF.

DUE-DATE-IN-PERIOD.
    IF JobRuleMonthEnd OR JobRuleQuarterEnd
        PERFORM LAST-BUSINESS-DAY-OF-PERIOD
    ELSE
        PERFORM NTH-BUSINESS-DAY-OF-PERIOD
    END-IF.

NTH-BUSINESS-DAY-OF-PERIOD.
    CALL 'NextBusinessDay' USING WS-JobPeriodStart WS-JobDueDate.
    MOVE 1 TO WS-CalCount.
    PERFORM UNTIL WS-CalCount NOT LESS THAN JobBusinessDayNo
        CALL 'AdjustDateByDays' USING WS-JobDueDate WS-OneDay
            WS-CalDate
        CALL 'NextBusinessDay' USING WS-CalDate WS-JobDueDate
        ADD 1 TO WS-CalCount
    END-PERFORM.

*> steps back from the calendar month end until the date is one the
*> holiday calendar treats as a business day
LAST-BUSINESS-DAY-OF-PERIOD.
    CALL 'AddMonthsToDate' USING WS-JobPeriodStart WS-OneMonth
        WS-CalDate.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-JobDueDate.
    CALL 'NextBusinessDay' USING WS-JobDueDate WS-CalNext.
    PERFORM UNTIL WS-CalNext = WS-JobDueDate
        CALL 'AdjustDateByDays' USING WS-JobDueDate WS-MinusOneDay
            WS-CalDate
        MOVE WS-CalDate TO WS-JobDueDate
        CALL 'NextBusinessDay' USING WS-JobDueDate WS-CalNext
    END-PERFORM.

SCAN-JOB-HISTORY.
    MOVE 'N' TO WS-StepDone.
    MOVE 'N' TO WS-JobRanSinceDue.
    MOVE 'N' TO WS-JobMissLogged.
    MOVE 'N' TO WS-LogEOF.
    OPEN INPUT BatchLogFile.
    IF WS-BatchLogStatus = '00'
        PERFORM UNTIL WS-LogEOF = 'Y'
            READ BatchLogFile
                AT END
                    MOVE 'Y' TO WS-LogEOF
                NOT AT END
                    IF BatchStepName = WS-LogStepName
                        IF BatchStatus = 'COMPLETE'
                            IF BatchRunDate = WS-RunDate
                                MOVE 'Y' TO WS-StepDone
                            END-IF
                            IF BatchRunDate NOT LESS THAN WS-JobDueDate
                                MOVE 'Y' TO WS-JobRanSinceDue
                            END-IF
                        END-IF
                        IF BatchStatus = 'MISSED'
                                AND BatchRunDate = WS-RunDate
                            MOVE 'Y' TO WS-JobMissLogged
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE BatchLogFile
    END-IF.

LOG-MISSED-JOB.
    ADD 1 TO WS-JobsMissed.
    DISPLAY 'Scheduled job ' WS-LogStepName ' was due ' WS-JobDueDate
        ' and has not run.'.
    IF WS-JobMissLogged = 'N'
        MOVE 'MISSED' TO WS-LogStatus
        MOVE ZERO TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
        MOVE 'COMPLETE' TO WS-LogStatus
    END-IF.

*> period parameters come from the due date, so a late catch-up run
*> still produces the period that was missed
CALL-SCHEDULED-PROGRAM.
    MOVE ZERO TO WS-JobItems.
    EVALUATE JobStepName
        WHEN 'MONTH-END-CLOSE'
            CALL 'MonthEndClose' USING WS-JobDueDate WS-JobItems
        WHEN 'CREDIT-BUREAU'
            CALL 'CreditBureauExtract' USING WS-JobItems
        WHEN 'QUARTERLY-EXTRACT'
            PERFORM SET-JOB-QUARTER-END
            CALL 'QuarterlyPortfolioExtract' USING WS-JobQuarterEnd
        WHEN 'YEAR-END-STATEMENTS'
            PERFORM SET-JOB-TAX-YEAR
            CALL 'GenerateYearEndStatement' USING WS-JobTaxYear
                WS-JobItems
        WHEN 'ARCHIVE-CLOSED'
            CALL 'ArchiveClosedLoans' USING WS-JobItems
        WHEN 'ACCESS-RECERT'
            CALL 'ReportAccessRecertification' USING WS-JobItems
        WHEN 'LOAN-PROFITABILITY'
            CALL 'ReportLoanProfitability' USING WS-JobDueDate
                WS-JobItems
        WHEN 'OFFICER-COMMISSION'
            CALL 'CalculateOfficerCommissions' USING WS-JobDueDate
                WS-JobItems
        WHEN 'DEALER-SCORECARD'
            CALL 'ReportDealerScorecard' USING WS-JobDueDate
                WS-JobItems
        WHEN 'COMPLAINT-TRENDS'
            PERFORM SET-JOB-QUARTER-END
            CALL 'ReportComplaintTrends' USING WS-JobQuarterEnd
                WS-JobItems
        WHEN 'INSIDER-LENDING'
            PERFORM SET-JOB-QUARTER-END
            CALL 'ReportInsiderLending' USING WS-JobQuarterEnd
                WS-JobItems
        WHEN 'CIP-EXCEPTIONS'
            CALL 'ReportCipExceptions' USING WS-JobDueDate
                WS-JobItems
        WHEN 'COVENANT-TICKLER'
            CALL 'ReportCovenantTickler' USING WS-JobDueDate
                WS-JobItems
        WHEN 'GRADE-MIGRATION'
            PERFORM SET-JOB-QUARTER-END
            CALL 'ReportRiskGradeMigration' USING WS-JobQuarterEnd
                WS-JobItems
        WHEN 'STALE-CHECKS'
            CALL 'ReportStaleChecks' USING WS-JobDueDate WS-JobItems
        WHEN 'CONDITIONS-PIPELINE'
            CALL 'ReportConditionsPipeline' USING WS-JobDueDate
                WS-JobItems
        WHEN 'FORECLOSURE-TARGETS'
            CALL 'ReportForeclosureMilestones' USING WS-JobDueDate
                WS-JobItems
        WHEN 'AGENCY-PERFORMANCE'
            CALL 'ReportAgencyPerformance' USING WS-JobDueDate
                WS-JobItems
        WHEN 'TIME-BAR-WATCH'
            CALL 'ReportTimeBarredDebt' USING WS-JobDueDate
                WS-JobItems
        WHEN 'PRIVACY-NOTICE'
            CALL 'SendPrivacyNotices' USING WS-JobDueDate WS-JobItems
        WHEN 'PMI-DISCLOSURE'
            CALL 'SendPmiDisclosures' USING WS-JobDueDate WS-JobItems
        WHEN 'DEFERRED-FEES'
            CALL 'AmortizeDeferredFees' USING WS-JobDueDate
                WS-JobItems
        WHEN 'MATURITY-TICKLER'
            CALL 'ReportMaturityTickler' USING WS-JobDueDate
                WS-JobItems
        WHEN 'ANCILLARY-REMIT'
            CALL 'ReportAncillaryRemittance' USING WS-JobDueDate
                WS-JobItems
        WHEN 'AUTOPAY-DISCOUNT'
            CALL 'ReportAutopayDiscounts' USING WS-JobDueDate
                WS-JobItems
        WHEN OTHER
            DISPLAY 'Scheduled job ' JobStepName
                ' is not a periodic program the batch can run.'
            MOVE 'N' TO WS-JobRunNow
    END-EVALUATE.
    IF WS-JobRunNow = 'Y'
        ADD 1 TO WS-JobsRun
        MOVE WS-JobItems TO WS-LogLoansProcessed
        PERFORM LOG-BATCH-STEP
    END-IF.

*> a job due at a quarter's own month end reports that quarter; one
*> due after quarter-end reports the quarter just closed
SET-JOB-QUARTER-END.
    MOVE WS-JobDueDate(1:4) TO WS-CalYear.
    MOVE WS-JobDueDate(5:2) TO WS-CalMonth.
    SUBTRACT 1 FROM WS-CalMonth GIVING WS-CalWork.
    DIVIDE WS-CalWork BY 3 GIVING WS-CalQuarter.
    COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 1.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.
    IF (JobRuleMonthEnd OR JobRuleQuarterEnd)
            AND (WS-JobDueDate(5:2) = '03' OR WS-JobDueDate(5:2) = '06'
                OR WS-JobDueDate(5:2) = '09' OR WS-JobDueDate(5:2) = '12')
        CALL 'AddMonthsToDate' USING WS-CalDate WS-ThreeMonths
            WS-CalNext
        MOVE WS-CalNext TO WS-CalDate
    END-IF.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-JobQuarterEnd.

*> statements run in December cover that year; any later run covers
*> the year just ended
SET-JOB-TAX-YEAR.
    MOVE WS-JobDueDate(1:4) TO WS-JobTaxYear.
    IF WS-JobDueDate(5:2) NOT = '12'
        SUBTRACT 1 FROM WS-JobTaxYear
    END-IF.

WRITE-SYSTEM-STATUS.
    MOVE WS-RunDate TO SystemStatusDate.
    ACCEPT SystemStatusTime FROM TIME.
                MOVE 'Y' TO EOF
            NOT AT END
                IF PaymentDate OF RepaymentRecord = WS-RunDate
                        AND TransferFromRepaymentID OF RepaymentRecord
                            = ZERO
                    ADD 1 TO WS-RepaymentsToday
                    ADD PrincipalPortion OF RepaymentRecord
                        TO WS-PrincipalToday
                    MOVE BatchIntegrityThreshold
                        TO WS-IntegrityThreshold
                END-IF
                IF BatchGLTolerance NUMERIC
                        AND BatchGLTolerance > ZERO
                    MOVE BatchGLTolerance TO WS-GLTolerance
                END-IF
        END-READ
        CLOSE BatchParameterFile
    ELSE
