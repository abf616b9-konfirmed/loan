IDENTIFICATION DIVISION.
PROGRAM-ID. ReportDealerScorecard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY DLSEL.
    COPY DRSEL.
    COPY RPSEL.
    COPY DXSEL.
    SELECT ScorecardReportFile ASSIGN TO WS-ScorecardReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  DealerFile.
    COPY DLREC.

FD  DealerReserveFile.
    COPY DRREC.

FD  RepaymentFile.
    COPY RPREC.

FD  DealerScoreFile.
    COPY DXREC.

FD  ScorecardReportFile.
01  ScorecardReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                          PIC X VALUE 'N'.
01 WS-RepayEOF                  PIC X VALUE 'N'.
01 WS-LoanFileStatus            PIC X(02).
01 WS-DealerFileStatus          PIC X(02).
01 WS-DealerReserveStatus       PIC X(02).
01 WS-RepayFileStatus           PIC X(02).
01 WS-DealerScoreStatus         PIC X(02).
01 WS-RepaymentOpen             PIC X VALUE 'N'.
01 WS-DealerOpen                PIC X VALUE 'N'.
01 WS-ScorecardReportFileName   PIC X(50).
01 WS-RunDate                   PIC 9(8).
01 WS-PeriodDate                PIC 9(8).
01 WS-PeriodStart               PIC 9(8).
01 WS-PeriodEnd                 PIC 9(8).
01 WS-NextMonthStart            PIC 9(8).
01 WS-Period                    PIC 9(6).
01 WS-PriorPeriod               PIC 9(6).
01 WS-PriorYear                 PIC 9(4).
01 WS-PriorMonth                PIC 9(2).
01 WS-OneMonth                  PIC 9(4) VALUE 1.
01 WS-MinusOneDay               PIC S9(6) VALUE -1.
01 WS-DaysPastDue               PIC S9(6).
01 WS-DaysOnBook                PIC S9(6).
01 WS-GoodPaymentFound          PIC X VALUE 'N'.
01 WS-DlrIdx                    PIC 9(3).
01 WS-SlotFound                 PIC X VALUE 'N'.
01 WS-DealerSearchCode          PIC X(04).
01 WS-DealerName                PIC X(30).
01 WS-DealerStatus              PIC X(08).
01 WS-DealersScored             PIC 9(5) VALUE ZERO.
01 WS-DealersFlagged            PIC 9(5) VALUE ZERO.
01 WS-Breaches                  PIC 9(1).
01 WS-BreachText                PIC X(60).
01 WS-FirstPayRate              PIC 9(3)V99.
01 WS-EarlyPayoffRate           PIC 9(3)V99.
01 WS-ChargeOffRate             PIC 9(3)V99.
01 WS-ChargebackRatio           PIC 9(3)V99.
01 WS-RateChange                PIC S9(3)V99.
01 WS-TrendText                 PIC X(10).

*> thresholds past which a dealer is flagged, as percentages
*> configurable delinquency rate (30+ days) on active dealer loans
01 WS-MaxDelinquencyRate        PIC 9(3)V99 VALUE 5.00.
*> configurable first-payment defaults as a share of loans booked
01 WS-MaxFirstPayRate           PIC 9(3)V99 VALUE 2.00.
*> configurable payoffs within the early window, share of loans booked
01 WS-MaxEarlyPayoffRate        PIC 9(3)V99 VALUE 10.00.
*> configurable charge-offs to date as a share of loans booked
01 WS-MaxChargeOffRate          PIC 9(3)V99 VALUE 3.00.
*> configurable reserve charged back as a share of reserve paid
01 WS-MaxChargebackRatio        PIC 9(3)V99 VALUE 25.00.
*> configurable days on book within which a payoff counts as early
01 WS-EarlyPayoffDays           PIC 9(3) VALUE 90.
*> configurable loans a dealer must have booked before it is scored
01 WS-MinLoansToScore           PIC 9(5) VALUE 5.

01 WS-DealerTable.
    05 WS-DealerCount           PIC 9(3) VALUE ZERO.
    05 WS-DealerEntry OCCURS 300 TIMES.
        10 WS-DtCode            PIC X(04).
        10 WS-DtFundedCount     PIC 9(5).
        10 WS-DtFundedVolume    PIC 9(11)V99.
        10 WS-DtLoansBooked     PIC 9(7).
        10 WS-DtFirstPayDefaults PIC 9(5).
        10 WS-DtEarlyPayoffs    PIC 9(5).
        10 WS-DtActiveLoans     PIC 9(7).
        10 WS-DtDelinquent30    PIC 9(7).
        10 WS-DtChargeOffCount  PIC 9(5).
        10 WS-DtChargeOffAmount PIC 9(11)V99.
        10 WS-DtReservePaid     PIC 9(11)V99.
        10 WS-DtReserveCharged  PIC 9(11)V99.
        10 WS-DtPriorFound      PIC X(01).
        10 WS-DtPriorDelqRate   PIC 9(3)V99.
        10 WS-DtPriorFPD        PIC 9(5).
        10 WS-DtPriorChargeOffs PIC 9(5).
        10 WS-DtPriorBreaches   PIC 9(1).
01 WS-DelinquencyRate           PIC 9(3)V99.

LINKAGE SECTION.
01 LS-PeriodDate    PIC 9(8).
01 LS-DealersScored PIC 9(7).

*> how each dealer's paper performs. For the month: loans funded and
*> their volume. To date: loans booked, first-payment defaults (no
*> good payment ever received and 30 or more days past due, defaulted
*> or charged off), payoffs within the early window, the 30+ day
*> delinquency rate of active loans, charge-offs, and reserve paid
*> against reserve charged back. Each month's card is kept so the next
*> can show the trend. A dealer past a threshold is flagged: one
*> breach recommends WATCH, two or more, or a breach two months
*> running, recommends INACTIVE through Maintain Dealers. The nightly
*> batch passes the month's date; a zero date scores the month of the
*> business date
PROCEDURE DIVISION USING LS-PeriodDate LS-DealersScored.
    DISPLAY 'Building dealer scorecards...'.
    MOVE ZERO TO LS-DealersScored.
    MOVE ZERO TO WS-DealerCount.
    MOVE ZERO TO WS-DealersScored.
    MOVE ZERO TO WS-DealersFlagged.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-PeriodDate = ZERO
        MOVE WS-RunDate TO WS-PeriodDate
    ELSE
        MOVE LS-PeriodDate TO WS-PeriodDate
    END-IF.
    PERFORM SET-PERIOD-DATES.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loan file on record. Nothing to score.'
        GOBACK
    END-IF.
    MOVE 'N' TO WS-RepaymentOpen.
    OPEN INPUT RepaymentFile.
    IF WS-RepayFileStatus = '00'
        MOVE 'Y' TO WS-RepaymentOpen
    END-IF.
    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF DealerCode OF LoanRecord NOT = SPACES
                        AND LoanOriginationDate NOT GREATER THAN
                            WS-PeriodEnd
                    PERFORM SCORE-ONE-LOAN
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    IF WS-RepaymentOpen = 'Y'
        CLOSE RepaymentFile
    END-IF.

    PERFORM TALLY-RESERVE-LEDGER.
    PERFORM LOAD-PRIOR-SCORECARDS.
    PERFORM WRITE-SCORECARDS.

    MOVE WS-DealersScored TO LS-DealersScored.
    DISPLAY 'Dealers scored: ' WS-DealersScored
        '  Flagged: ' WS-DealersFlagged.
    DISPLAY 'Dealer scorecard written to ' WS-ScorecardReportFileName.
    GOBACK.

SET-PERIOD-DATES.
    COMPUTE WS-PeriodStart = (WS-PeriodDate / 100) * 100 + 1.
    MOVE WS-PeriodDate(1:6) TO WS-Period.
    CALL 'AddMonthsToDate' USING WS-PeriodStart WS-OneMonth
        WS-NextMonthStart.
    CALL 'AdjustDateByDays' USING WS-NextMonthStart WS-MinusOneDay
        WS-PeriodEnd.
    MOVE WS-PeriodStart(1:4) TO WS-PriorYear.
    MOVE WS-PeriodStart(5:2) TO WS-PriorMonth.
    IF WS-PriorMonth = 1
        MOVE 12 TO WS-PriorMonth
        SUBTRACT 1 FROM WS-PriorYear
    ELSE
        SUBTRACT 1 FROM WS-PriorMonth
    END-IF.
    COMPUTE WS-PriorPeriod = (WS-PriorYear * 100) + WS-PriorMonth.

SCORE-ONE-LOAN.
    MOVE DealerCode OF LoanRecord TO WS-DealerSearchCode.
    PERFORM FIND-DEALER-SLOT.
    ADD 1 TO WS-DtLoansBooked(WS-DlrIdx).
    IF LoanOriginationDate NOT LESS THAN WS-PeriodStart
        ADD 1 TO WS-DtFundedCount(WS-DlrIdx)
        ADD LoanAmount TO WS-DtFundedVolume(WS-DlrIdx)
    END-IF.
    CALL 'DaysBetweenDates' USING NextPaymentDueDate WS-PeriodEnd
        WS-DaysPastDue.
    EVALUATE TRUE
        WHEN LoanStatusActive
            ADD 1 TO WS-DtActiveLoans(WS-DlrIdx)
            IF WS-DaysPastDue NOT LESS THAN 30
                ADD 1 TO WS-DtDelinquent30(WS-DlrIdx)
                PERFORM CHECK-FIRST-PAYMENT-DEFAULT
            END-IF
        WHEN LoanStatusDefaulted
            PERFORM CHECK-FIRST-PAYMENT-DEFAULT
        WHEN LoanStatusChargedOff
            ADD 1 TO WS-DtChargeOffCount(WS-DlrIdx)
            ADD LoanAmount TO WS-DtChargeOffAmount(WS-DlrIdx)
            PERFORM CHECK-FIRST-PAYMENT-DEFAULT
        WHEN LoanStatusPaidOff OR LoanStatusSettled
            CALL 'DaysBetweenDates' USING LoanOriginationDate
                LastInterestCalcDate WS-DaysOnBook
            IF WS-DaysOnBook < WS-EarlyPayoffDays
                ADD 1 TO WS-DtEarlyPayoffs(WS-DlrIdx)
            END-IF
    END-EVALUATE.

CHECK-FIRST-PAYMENT-DEFAULT.
    MOVE 'N' TO WS-GoodPaymentFound.
    IF WS-RepaymentOpen = 'Y'
        MOVE 'N' TO WS-RepayEOF
        MOVE LoanID OF LoanRecord TO LoanID OF RepaymentRecord
        START RepaymentFile KEY IS EQUAL TO LoanID OF RepaymentRecord
            INVALID KEY
                MOVE 'Y' TO WS-RepayEOF
        END-START
        PERFORM UNTIL WS-RepayEOF = 'Y'
            READ RepaymentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RepayEOF
                NOT AT END
                    IF LoanID OF RepaymentRecord NOT = LoanID OF LoanRecord
                        MOVE 'Y' TO WS-RepayEOF
                    ELSE
                        IF PaymentStatusGood
                            MOVE 'Y' TO WS-GoodPaymentFound
                            MOVE 'Y' TO WS-RepayEOF
                        END-IF
                    END-IF
        END-PERFORM
    END-IF.
    IF WS-GoodPaymentFound = 'N'
        ADD 1 TO WS-DtFirstPayDefaults(WS-DlrIdx)
    END-IF.

FIND-DEALER-SLOT.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-DlrIdx FROM 1 BY 1
            UNTIL WS-DlrIdx > WS-DealerCount OR WS-SlotFound = 'Y'
        IF WS-DtCode(WS-DlrIdx) = WS-DealerSearchCode
            MOVE 'Y' TO WS-SlotFound
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'Y'
        SUBTRACT 1 FROM WS-DlrIdx
    ELSE
        IF WS-DealerCount < 300
            ADD 1 TO WS-DealerCount
        END-IF
        MOVE WS-DealerCount TO WS-DlrIdx
        INITIALIZE WS-DealerEntry(WS-DlrIdx)
        MOVE WS-DealerSearchCode TO WS-DtCode(WS-DlrIdx)
        MOVE 'N' TO WS-DtPriorFound(WS-DlrIdx)
    END-IF.

TALLY-RESERVE-LEDGER.
    MOVE 'N' TO EOF.
    OPEN INPUT DealerReserveFile.
    IF WS-DealerReserveStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ DealerReserveFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF DlrResDate NOT GREATER THAN WS-PeriodEnd
                        MOVE DlrResDealerCode TO WS-DealerSearchCode
                        PERFORM FIND-DEALER-SLOT
                        IF DlrResAccrual
                            ADD DlrResAmount
                                TO WS-DtReservePaid(WS-DlrIdx)
                        END-IF
                        IF DlrResChargeback
                            ADD DlrResAmount
                                TO WS-DtReserveCharged(WS-DlrIdx)
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE DealerReserveFile
    END-IF.

*> the last card kept for the prior month is the one compared against
LOAD-PRIOR-SCORECARDS.
    MOVE 'N' TO EOF.
    OPEN INPUT DealerScoreFile.
    IF WS-DealerScoreStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ DealerScoreFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF ScorePeriod = WS-PriorPeriod
                        PERFORM TAKE-PRIOR-SCORECARD
                    END-IF
        END-PERFORM
        CLOSE DealerScoreFile
    END-IF.

TAKE-PRIOR-SCORECARD.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-DlrIdx FROM 1 BY 1
            UNTIL WS-DlrIdx > WS-DealerCount OR WS-SlotFound = 'Y'
        IF WS-DtCode(WS-DlrIdx) = ScoreDealerCode
            MOVE 'Y' TO WS-SlotFound
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'Y'
        SUBTRACT 1 FROM WS-DlrIdx
        MOVE 'Y' TO WS-DtPriorFound(WS-DlrIdx)
        MOVE ScoreDelinquencyRate TO WS-DtPriorDelqRate(WS-DlrIdx)
        MOVE ScoreFirstPayDefaults TO WS-DtPriorFPD(WS-DlrIdx)
        MOVE ScoreChargeOffCount TO WS-DtPriorChargeOffs(WS-DlrIdx)
        MOVE ScoreBreachCount TO WS-DtPriorBreaches(WS-DlrIdx)
    END-IF.

WRITE-SCORECARDS.
    MOVE SPACES TO WS-ScorecardReportFileName.
    STRING 'dealer-scorecard-' WS-Period '.dat'
        DELIMITED BY SIZE INTO WS-ScorecardReportFileName.
    OPEN OUTPUT ScorecardReportFile.
    MOVE SPACES TO ScorecardReportLine.
    STRING '=== Dealer Scorecard ' WS-Period ' (run ' WS-RunDate ') ==='
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    PERFORM OPEN-SCORE-FILE.
    MOVE 'N' TO WS-DealerOpen.
    OPEN INPUT DealerFile.
    IF WS-DealerFileStatus = '00'
        MOVE 'Y' TO WS-DealerOpen
    END-IF.
    PERFORM VARYING WS-DlrIdx FROM 1 BY 1
            UNTIL WS-DlrIdx > WS-DealerCount
        PERFORM LOOKUP-DEALER
        PERFORM COMPUTE-DEALER-RATES
        PERFORM SET-RECOMMENDATION
        PERFORM WRITE-ONE-SCORECARD
        PERFORM WRITE-SCORE-HISTORY
        ADD 1 TO WS-DealersScored
    END-PERFORM.
    IF WS-DealerOpen = 'Y'
        CLOSE DealerFile
    END-IF.
    CLOSE DealerScoreFile.
    MOVE SPACES TO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING 'Dealers scored: ' WS-DealersScored
        '  Flagged for a status change: ' WS-DealersFlagged
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    CLOSE ScorecardReportFile.

LOOKUP-DEALER.
    MOVE 'NOT ON DEALER FILE' TO WS-DealerName.
    MOVE SPACES TO WS-DealerStatus.
    IF WS-DealerOpen = 'Y'
        MOVE WS-DtCode(WS-DlrIdx) TO DealerCode OF DealerRecord
        READ DealerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE DealerName TO WS-DealerName
                MOVE DealerStatus TO WS-DealerStatus
        END-READ
    END-IF.

COMPUTE-DEALER-RATES.
    MOVE ZERO TO WS-DelinquencyRate.
    MOVE ZERO TO WS-FirstPayRate.
    MOVE ZERO TO WS-EarlyPayoffRate.
    MOVE ZERO TO WS-ChargeOffRate.
    MOVE ZERO TO WS-ChargebackRatio.
    IF WS-DtActiveLoans(WS-DlrIdx) > ZERO
        COMPUTE WS-DelinquencyRate ROUNDED =
            WS-DtDelinquent30(WS-DlrIdx) * 100
            / WS-DtActiveLoans(WS-DlrIdx)
    END-IF.
    IF WS-DtLoansBooked(WS-DlrIdx) > ZERO
        COMPUTE WS-FirstPayRate ROUNDED =
            WS-DtFirstPayDefaults(WS-DlrIdx) * 100
            / WS-DtLoansBooked(WS-DlrIdx)
        COMPUTE WS-EarlyPayoffRate ROUNDED =
            WS-DtEarlyPayoffs(WS-DlrIdx) * 100
            / WS-DtLoansBooked(WS-DlrIdx)
        COMPUTE WS-ChargeOffRate ROUNDED =
            WS-DtChargeOffCount(WS-DlrIdx) * 100
            / WS-DtLoansBooked(WS-DlrIdx)
    END-IF.
    IF WS-DtReservePaid(WS-DlrIdx) > ZERO
        COMPUTE WS-ChargebackRatio ROUNDED =
            WS-DtReserveCharged(WS-DlrIdx) * 100
            / WS-DtReservePaid(WS-DlrIdx)
    END-IF.

*> a dealer with too few loans booked is shown but not flagged
SET-RECOMMENDATION.
    MOVE ZERO TO WS-Breaches.
    MOVE SPACES TO WS-BreachText.
    MOVE SPACES TO ScoreRecommendation.
    IF WS-DtLoansBooked(WS-DlrIdx) NOT LESS THAN WS-MinLoansToScore
        IF WS-DelinquencyRate > WS-MaxDelinquencyRate
            ADD 1 TO WS-Breaches
            STRING WS-BreachText DELIMITED BY '  ' ' DELQ'
                DELIMITED BY SIZE INTO WS-BreachText
        END-IF
        IF WS-FirstPayRate > WS-MaxFirstPayRate
            ADD 1 TO WS-Breaches
            STRING WS-BreachText DELIMITED BY '  ' ' FPD'
                DELIMITED BY SIZE INTO WS-BreachText
        END-IF
        IF WS-EarlyPayoffRate > WS-MaxEarlyPayoffRate
            ADD 1 TO WS-Breaches
            STRING WS-BreachText DELIMITED BY '  ' ' EARLY-PAYOFF'
                DELIMITED BY SIZE INTO WS-BreachText
        END-IF
        IF WS-ChargeOffRate > WS-MaxChargeOffRate
            ADD 1 TO WS-Breaches
            STRING WS-BreachText DELIMITED BY '  ' ' CHARGE-OFF'
                DELIMITED BY SIZE INTO WS-BreachText
        END-IF
        IF WS-ChargebackRatio > WS-MaxChargebackRatio
            ADD 1 TO WS-Breaches
            STRING WS-BreachText DELIMITED BY '  ' ' CHARGEBACK'
                DELIMITED BY SIZE INTO WS-BreachText
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-Breaches = ZERO
            CONTINUE
        WHEN WS-DealerStatus = 'INACTIVE'
            CONTINUE
        WHEN WS-Breaches > 1
            SET ScoreRecommendInactive TO TRUE
        WHEN WS-DtPriorFound(WS-DlrIdx) = 'Y'
                AND WS-DtPriorBreaches(WS-DlrIdx) > ZERO
            SET ScoreRecommendInactive TO TRUE
        WHEN OTHER
            SET ScoreRecommendWatch TO TRUE
    END-EVALUATE.
    IF NOT ScoreNoChange
        ADD 1 TO WS-DealersFlagged
    END-IF.

WRITE-ONE-SCORECARD.
    MOVE SPACES TO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING 'Dealer ' WS-DtCode(WS-DlrIdx) ' ' WS-DealerName
        ' [' WS-DealerStatus ']' DELIMITED BY SIZE
        INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING '  Funded this month:  ' WS-DtFundedCount(WS-DlrIdx)
        ' loans  volume ' WS-DtFundedVolume(WS-DlrIdx)
        '  booked to date ' WS-DtLoansBooked(WS-DlrIdx)
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING '  First-pay defaults: ' WS-DtFirstPayDefaults(WS-DlrIdx)
        ' (' WS-FirstPayRate '%)  early payoffs '
        WS-DtEarlyPayoffs(WS-DlrIdx) ' (' WS-EarlyPayoffRate '%)'
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING '  30+ delinquent:     ' WS-DtDelinquent30(WS-DlrIdx)
        ' of ' WS-DtActiveLoans(WS-DlrIdx) ' active ('
        WS-DelinquencyRate '%)'
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING '  Charge-offs:        ' WS-DtChargeOffCount(WS-DlrIdx)
        ' (' WS-ChargeOffRate '%)  original amount '
        WS-DtChargeOffAmount(WS-DlrIdx)
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    MOVE SPACES TO ScorecardReportLine.
    STRING '  Reserve paid:       ' WS-DtReservePaid(WS-DlrIdx)
        '  charged back ' WS-DtReserveCharged(WS-DlrIdx)
        ' (' WS-ChargebackRatio '%)'
        DELIMITED BY SIZE INTO ScorecardReportLine.
    WRITE ScorecardReportLine.
    PERFORM WRITE-TREND-LINE.
    IF WS-Breaches > ZERO
        MOVE SPACES TO ScorecardReportLine
        STRING '  Thresholds breached:' WS-BreachText
            DELIMITED BY SIZE INTO ScorecardReportLine
        WRITE ScorecardReportLine
    END-IF.
    IF NOT ScoreNoChange
        MOVE SPACES TO ScorecardReportLine
        STRING '  ** Recommended status: ' ScoreRecommendation
            ' (Maintain Dealers) **' DELIMITED BY SIZE
            INTO ScorecardReportLine
        WRITE ScorecardReportLine
    END-IF.

WRITE-TREND-LINE.
    MOVE SPACES TO ScorecardReportLine.
    IF WS-DtPriorFound(WS-DlrIdx) = 'N'
        STRING '  Trend vs ' WS-PriorPeriod ': no prior scorecard'
            DELIMITED BY SIZE INTO ScorecardReportLine
    ELSE
        COMPUTE WS-RateChange =
            WS-DelinquencyRate - WS-DtPriorDelqRate(WS-DlrIdx)
        EVALUATE TRUE
            WHEN WS-RateChange > ZERO
                MOVE 'WORSE' TO WS-TrendText
            WHEN WS-RateChange < ZERO
                MOVE 'BETTER' TO WS-TrendText
            WHEN OTHER
                MOVE 'UNCHANGED' TO WS-TrendText
        END-EVALUATE
        STRING '  Trend vs ' WS-PriorPeriod ': delinquency '
            WS-DtPriorDelqRate(WS-DlrIdx) '% to ' WS-DelinquencyRate
            '% ' WS-TrendText '  first-pay defaults '
            WS-DtPriorFPD(WS-DlrIdx) ' to '
            WS-DtFirstPayDefaults(WS-DlrIdx) '  charge-offs '
            WS-DtPriorChargeOffs(WS-DlrIdx) ' to '
            WS-DtChargeOffCount(WS-DlrIdx)
            DELIMITED BY SIZE INTO ScorecardReportLine
    END-IF.
    WRITE ScorecardReportLine.

WRITE-SCORE-HISTORY.
    MOVE WS-DtCode(WS-DlrIdx) TO ScoreDealerCode.
    MOVE WS-Period TO ScorePeriod.
    MOVE WS-RunDate TO ScoreRunDate.
    MOVE WS-DtFundedCount(WS-DlrIdx) TO ScoreFundedCount.
    MOVE WS-DtFundedVolume(WS-DlrIdx) TO ScoreFundedVolume.
    MOVE WS-DtLoansBooked(WS-DlrIdx) TO ScoreLoansBooked.
    MOVE WS-DtFirstPayDefaults(WS-DlrIdx) TO ScoreFirstPayDefaults.
    MOVE WS-DtEarlyPayoffs(WS-DlrIdx) TO ScoreEarlyPayoffs.
    MOVE WS-DtActiveLoans(WS-DlrIdx) TO ScoreActiveLoans.
    MOVE WS-DtDelinquent30(WS-DlrIdx) TO ScoreDelinquent30.
    MOVE WS-DelinquencyRate TO ScoreDelinquencyRate.
    MOVE WS-DtChargeOffCount(WS-DlrIdx) TO ScoreChargeOffCount.
    MOVE WS-DtChargeOffAmount(WS-DlrIdx) TO ScoreChargeOffAmount.
    MOVE WS-DtReservePaid(WS-DlrIdx) TO ScoreReservePaid.
    MOVE WS-DtReserveCharged(WS-DlrIdx) TO ScoreReserveCharged.
    MOVE WS-Breaches TO ScoreBreachCount.
    WRITE DealerScoreRecord.

OPEN-SCORE-FILE.
    OPEN EXTEND DealerScoreFile.
    IF WS-DealerScoreStatus = '35'
        OPEN OUTPUT DealerScoreFile
        CLOSE DealerScoreFile
        OPEN EXTEND DealerScoreFile
    END-IF.
