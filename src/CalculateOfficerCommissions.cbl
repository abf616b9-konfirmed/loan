IDENTIFICATION DIVISION.
PROGRAM-ID. CalculateOfficerCommissions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY AQSEL.
    COPY LNSEL.
    COPY LOSEL.
    COPY FDSEL.
    COPY CRSEL.
    COPY CMSEL.
    COPY PXSEL.
    SELECT StatementFile ASSIGN TO WS-StatementFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ApplicationFile.
    COPY AQREC.

FD  LoanFile.
    COPY LNREC.

FD  LoanOfficerFile.
    COPY LOREC.

FD  FeeDetailFile.
    COPY FDREC.

FD  CommissionRateFile.
    COPY CRREC.

FD  CommissionLedgerFile.
    COPY CMREC.

FD  PayrollExtractFile.
    COPY PXREC.

FD  StatementFile.
01  StatementLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                        PIC X VALUE 'N'.
01 WS-InnerEOF                PIC X VALUE 'N'.
01 WS-ApplicationFileStatus   PIC X(02).
01 WS-LoanFileStatus          PIC X(02).
01 WS-LoanOfficerFileStatus   PIC X(02).
01 WS-FeeDetailFileStatus     PIC X(02).
01 WS-CommissionRateStatus    PIC X(02).
01 WS-CommissionLedgerStatus  PIC X(02).
01 WS-PayrollExtractStatus    PIC X(02).
01 WS-StatementFileName       PIC X(50).
01 WS-PayrollExtractFileName  PIC X(50).
01 WS-RunDate                 PIC 9(8).
01 WS-PeriodDate              PIC 9(8).
01 WS-PeriodStart             PIC 9(8).
01 WS-PeriodEnd               PIC 9(8).
01 WS-NextMonthStart          PIC 9(8).
01 WS-Period                  PIC 9(6).
01 WS-WindowStart             PIC 9(8).
01 WS-WindowYear              PIC 9(4).
01 WS-WindowMonth             PIC S9(3).
01 WS-SixMonthDate            PIC 9(8).
01 WS-DelinquencyDate         PIC 9(8).
01 WS-DaysPastDue             PIC S9(6).
01 WS-OneMonth                PIC 9(4) VALUE 1.
01 WS-MinusOneDay             PIC S9(6) VALUE -1.
01 WS-Idx                     PIC 9(4).
01 WS-OffIdx                  PIC 9(4).
01 WS-LedIdx                  PIC 9(4).
01 WS-SlotFound               PIC X VALUE 'N'.
01 WS-AlreadyEarned           PIC X VALUE 'N'.
01 WS-ClawbackReason          PIC X(20).
01 WS-OfficerSearchID         PIC 9(5).
01 WS-OfficerName             PIC X(30).
01 WS-OfficerBranch           PIC X(04).
01 WS-OfficerVolume           PIC 9(11)V99.
01 WS-RatePercent             PIC 9(1)V999.
01 WS-FeeCreditPct            PIC 9(3)V99.
01 WS-RateFloorUsed           PIC 9(11)V99.
01 WS-RateFound               PIC X VALUE 'N'.
01 WS-OrigFees                PIC 9(7)V99.
01 WS-EntriesEarned           PIC 9(7) VALUE ZERO.
01 WS-EntriesClawed           PIC 9(7) VALUE ZERO.
01 WS-OfficersPaid            PIC 9(7) VALUE ZERO.
01 WS-NetSigned               PIC S9(7)V99.

*> fee code whose amount earns the officer an origination fee credit
01 WS-OrigFeeCode             PIC X(04) VALUE 'ORIG'.
*> earning code the payroll system posts commissions under
01 WS-PayrollEarnCode         PIC X(04) VALUE 'COMM'.
*> months after funding in which a payoff or delinquency claws back
01 WS-ClawbackMonths          PIC 9(4) VALUE 6.
*> days past due that count as early delinquency
01 WS-ClawbackDaysPastDue     PIC 9(3) VALUE 60.

01 WS-RateTable.
    05 WS-RateCount           PIC 9(3) VALUE ZERO.
    05 WS-RateEntry OCCURS 300 TIMES.
        10 WS-RtProduct       PIC X(04).
        10 WS-RtFloor         PIC 9(11)V99.
        10 WS-RtDate          PIC 9(8).
        10 WS-RtPercent       PIC 9(1)V999.
        10 WS-RtFeeCredit     PIC 9(3)V99.

*> commissions already earned on loans still inside the clawback window
01 WS-LedgerTable.
    05 WS-LedgerCount         PIC 9(4) VALUE ZERO.
    05 WS-LedgerEntry OCCURS 5000 TIMES.
        10 WS-LgLoanID        PIC 9(7).
        10 WS-LgOfficerID     PIC 9(5).
        10 WS-LgProduct       PIC X(04).
        10 WS-LgFundedDate    PIC 9(8).
        10 WS-LgLoanAmount    PIC 9(9)V99.
        10 WS-LgRate          PIC 9(1)V999.
        10 WS-LgBase          PIC 9(7)V99.
        10 WS-LgFeeCredit     PIC 9(7)V99.
        10 WS-LgTotal         PIC 9(7)V99.
        10 WS-LgClawed        PIC X(01).

01 WS-OfficerTable.
    05 WS-OfficerCount        PIC 9(4) VALUE ZERO.
    05 WS-OfficerEntry OCCURS 500 TIMES.
        10 WS-OfOfficerID     PIC 9(5).
        10 WS-OfVolume        PIC 9(11)V99.
        10 WS-OfLoans         PIC 9(5).
        10 WS-OfEarned        PIC 9(7)V99.
        10 WS-OfClawback      PIC 9(7)V99.

LINKAGE SECTION.
01 LS-PeriodDate    PIC 9(8).
01 LS-OfficersPaid  PIC 9(7).

*> monthly officer commissions. Every loan funded from an application
*> in the month earns its officer the rate of the officer's volume
*> tier for the loan's product (a product-specific rate before the
*> all-product rate), plus a share of the origination fee. A loan paid
*> off, or 60 or more days delinquent, within six months of funding
*> has its commission clawed back. Each commission and clawback is
*> kept in the commission ledger, so a rerun of the month pays nothing
*> twice; the statements and payroll extract are built from the
*> ledger. The nightly batch passes the month's date; a zero date
*> runs the month of the business date
PROCEDURE DIVISION USING LS-PeriodDate LS-OfficersPaid.
    DISPLAY 'Calculating loan officer commissions...'.
    MOVE ZERO TO LS-OfficersPaid.
    MOVE ZERO TO WS-EntriesEarned.
    MOVE ZERO TO WS-EntriesClawed.
    MOVE ZERO TO WS-OfficersPaid.
    MOVE ZERO TO WS-OfficerCount.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-PeriodDate = ZERO
        MOVE WS-RunDate TO WS-PeriodDate
    ELSE
        MOVE LS-PeriodDate TO WS-PeriodDate
    END-IF.
    PERFORM SET-PERIOD-DATES.

    OPEN INPUT ApplicationFile.
    IF WS-ApplicationFileStatus NOT = '00'
        DISPLAY 'No loan applications on file. No commissions to pay.'
        GOBACK
    END-IF.
    CLOSE ApplicationFile.
    PERFORM LOAD-COMMISSION-RATES.
    PERFORM LOAD-COMMISSION-LEDGER.
    PERFORM TALLY-OFFICER-VOLUME.

    PERFORM OPEN-LEDGER-FOR-POSTING.
    PERFORM EARN-FUNDED-LOANS.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        PERFORM CHECK-CLAWBACKS
        CLOSE LoanFile
    END-IF.
    CLOSE CommissionLedgerFile.

    PERFORM BUILD-OFFICER-TOTALS.
    PERFORM WRITE-STATEMENTS-AND-PAYROLL.

    MOVE WS-OfficersPaid TO LS-OfficersPaid.
    DISPLAY 'Commission period ' WS-Period.
    DISPLAY 'Commissions earned: ' WS-EntriesEarned
        '  Clawed back: ' WS-EntriesClawed.
    DISPLAY 'Officer statements: ' WS-OfficersPaid.
    DISPLAY 'Payroll extract written to ' WS-PayrollExtractFileName.
    GOBACK.

*> the month runs from its first to its last calendar day; the
*> clawback window reaches back to loans funded six months before it
SET-PERIOD-DATES.
    COMPUTE WS-PeriodStart = (WS-PeriodDate / 100) * 100 + 1.
    MOVE WS-PeriodDate(1:6) TO WS-Period.
    CALL 'AddMonthsToDate' USING WS-PeriodStart WS-OneMonth
        WS-NextMonthStart.
    CALL 'AdjustDateByDays' USING WS-NextMonthStart WS-MinusOneDay
        WS-PeriodEnd.
    MOVE WS-PeriodStart(1:4) TO WS-WindowYear.
    MOVE WS-PeriodStart(5:2) TO WS-WindowMonth.
    SUBTRACT WS-ClawbackMonths FROM WS-WindowMonth.
    IF WS-WindowMonth < 1
        ADD 12 TO WS-WindowMonth
        SUBTRACT 1 FROM WS-WindowYear
    END-IF.
    COMPUTE WS-WindowStart =
        (WS-WindowYear * 10000) + (WS-WindowMonth * 100) + 1.

*> the rate table as it stood at month end: the latest posting of
*> each product and tier
LOAD-COMMISSION-RATES.
    MOVE ZERO TO WS-RateCount.
    MOVE 'N' TO EOF.
    OPEN INPUT CommissionRateFile.
    IF WS-CommissionRateStatus NOT = '00'
        DISPLAY 'No commission rates on file; commissions will be zero.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ CommissionRateFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF CommRateEffectiveDate NOT GREATER THAN WS-PeriodEnd
                        PERFORM TALLY-RATE-ROW
                    END-IF
        END-PERFORM
        CLOSE CommissionRateFile
    END-IF.

TALLY-RATE-ROW.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-RateCount
        IF WS-RtProduct(WS-Idx) = CommRateProductCode
                AND WS-RtFloor(WS-Idx) = CommRateTierFloor
            MOVE 'Y' TO WS-SlotFound
            IF CommRateEffectiveDate NOT LESS THAN WS-RtDate(WS-Idx)
                MOVE CommRateEffectiveDate TO WS-RtDate(WS-Idx)
                MOVE CommRatePercent TO WS-RtPercent(WS-Idx)
                MOVE CommRateFeeCreditPct TO WS-RtFeeCredit(WS-Idx)
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'N' AND WS-RateCount < 300
        ADD 1 TO WS-RateCount
        MOVE CommRateProductCode TO WS-RtProduct(WS-RateCount)
        MOVE CommRateTierFloor TO WS-RtFloor(WS-RateCount)
        MOVE CommRateEffectiveDate TO WS-RtDate(WS-RateCount)
        MOVE CommRatePercent TO WS-RtPercent(WS-RateCount)
        MOVE CommRateFeeCreditPct TO WS-RtFeeCredit(WS-RateCount)
    END-IF.

LOAD-COMMISSION-LEDGER.
    MOVE ZERO TO WS-LedgerCount.
    MOVE 'N' TO EOF.
    OPEN INPUT CommissionLedgerFile.
    IF WS-CommissionLedgerStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ CommissionLedgerFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF CommFundedDate NOT LESS THAN WS-WindowStart
                        PERFORM TALLY-LEDGER-ENTRY
                    END-IF
        END-PERFORM
        CLOSE CommissionLedgerFile
    END-IF.

TALLY-LEDGER-ENTRY.
    IF CommEarned
        IF WS-LedgerCount < 5000
            ADD 1 TO WS-LedgerCount
            MOVE WS-LedgerCount TO WS-LedIdx
            MOVE CommLoanID TO WS-LgLoanID(WS-LedIdx)
            MOVE CommOfficerID TO WS-LgOfficerID(WS-LedIdx)
            MOVE CommProductCode TO WS-LgProduct(WS-LedIdx)
            MOVE CommFundedDate TO WS-LgFundedDate(WS-LedIdx)
            MOVE CommLoanAmount TO WS-LgLoanAmount(WS-LedIdx)
            MOVE CommRateApplied TO WS-LgRate(WS-LedIdx)
            MOVE CommBaseAmount TO WS-LgBase(WS-LedIdx)
            MOVE CommFeeCredit TO WS-LgFeeCredit(WS-LedIdx)
            MOVE CommTotalAmount TO WS-LgTotal(WS-LedIdx)
            MOVE 'N' TO WS-LgClawed(WS-LedIdx)
        END-IF
    ELSE
        PERFORM VARYING WS-LedIdx FROM 1 BY 1
                UNTIL WS-LedIdx > WS-LedgerCount
            IF WS-LgLoanID(WS-LedIdx) = CommLoanID
                MOVE 'Y' TO WS-LgClawed(WS-LedIdx)
            END-IF
        END-PERFORM
    END-IF.

*> the volume tier is set by everything the officer funded in the
*> month, so every loan of the month earns at the same tier
TALLY-OFFICER-VOLUME.
    MOVE 'N' TO EOF.
    OPEN INPUT ApplicationFile.
    PERFORM UNTIL EOF = 'Y'
        READ ApplicationFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF AppStatusFunded
                        AND AppFundedDate NOT LESS THAN WS-PeriodStart
                        AND AppFundedDate NOT GREATER THAN WS-PeriodEnd
                        AND AppFundedLoanID NUMERIC
                        AND AppFundedLoanID > ZERO
                    MOVE AppLoanOfficerID TO WS-OfficerSearchID
                    PERFORM FIND-OFFICER-SLOT
                    ADD AppRequestedAmount TO WS-OfVolume(WS-OffIdx)
                    ADD 1 TO WS-OfLoans(WS-OffIdx)
                END-IF
    END-PERFORM.
    CLOSE ApplicationFile.

FIND-OFFICER-SLOT.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-OffIdx FROM 1 BY 1
            UNTIL WS-OffIdx > WS-OfficerCount OR WS-SlotFound = 'Y'
        IF WS-OfOfficerID(WS-OffIdx) = WS-OfficerSearchID
            MOVE 'Y' TO WS-SlotFound
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'Y'
        SUBTRACT 1 FROM WS-OffIdx
    ELSE
        IF WS-OfficerCount < 500
            ADD 1 TO WS-OfficerCount
        END-IF
        MOVE WS-OfficerCount TO WS-OffIdx
        MOVE WS-OfficerSearchID TO WS-OfOfficerID(WS-OffIdx)
        MOVE ZERO TO WS-OfVolume(WS-OffIdx)
        MOVE ZERO TO WS-OfLoans(WS-OffIdx)
        MOVE ZERO TO WS-OfEarned(WS-OffIdx)
        MOVE ZERO TO WS-OfClawback(WS-OffIdx)
    END-IF.

EARN-FUNDED-LOANS.
    MOVE 'N' TO EOF.
    OPEN INPUT ApplicationFile.
    PERFORM UNTIL EOF = 'Y'
        READ ApplicationFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF AppStatusFunded
                        AND AppFundedDate NOT LESS THAN WS-PeriodStart
                        AND AppFundedDate NOT GREATER THAN WS-PeriodEnd
                        AND AppFundedLoanID NUMERIC
                        AND AppFundedLoanID > ZERO
                    PERFORM EARN-ONE-LOAN
                END-IF
    END-PERFORM.
    CLOSE ApplicationFile.

EARN-ONE-LOAN.
    MOVE 'N' TO WS-AlreadyEarned.
    PERFORM VARYING WS-LedIdx FROM 1 BY 1
            UNTIL WS-LedIdx > WS-LedgerCount
        IF WS-LgLoanID(WS-LedIdx) = AppFundedLoanID
            MOVE 'Y' TO WS-AlreadyEarned
        END-IF
    END-PERFORM.
    IF WS-AlreadyEarned = 'N'
        MOVE AppLoanOfficerID TO WS-OfficerSearchID
        PERFORM FIND-OFFICER-SLOT
        MOVE WS-OfVolume(WS-OffIdx) TO WS-OfficerVolume
        PERFORM FIND-COMMISSION-RATE
        PERFORM SUM-ORIGINATION-FEES

        INITIALIZE CommissionLedgerRecord
        MOVE AppLoanOfficerID TO CommOfficerID
        MOVE AppFundedLoanID TO CommLoanID
        MOVE WS-Period TO CommPeriod
        MOVE WS-RunDate TO CommPostedDate
        SET CommEarned TO TRUE
        MOVE AppProductCode TO CommProductCode
        MOVE AppFundedDate TO CommFundedDate
        MOVE AppRequestedAmount TO CommLoanAmount
        MOVE WS-RatePercent TO CommRateApplied
        COMPUTE CommBaseAmount ROUNDED =
            AppRequestedAmount * WS-RatePercent / 100
        COMPUTE CommFeeCredit ROUNDED =
            WS-OrigFees * WS-FeeCreditPct / 100
        COMPUTE CommTotalAmount = CommBaseAmount + CommFeeCredit
        IF WS-RateFound = 'N'
            MOVE 'NO RATE ON FILE' TO CommReason
        END-IF
        WRITE CommissionLedgerRecord
        ADD 1 TO WS-EntriesEarned
    END-IF.

*> the highest tier the officer's volume reaches; a rate for the
*> loan's own product is taken before one for all products (spaces)
FIND-COMMISSION-RATE.
    MOVE 'N' TO WS-RateFound.
    MOVE ZERO TO WS-RatePercent.
    MOVE ZERO TO WS-FeeCreditPct.
    MOVE ZERO TO WS-RateFloorUsed.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-RateCount
        IF WS-RtProduct(WS-Idx) = AppProductCode
                AND WS-RtFloor(WS-Idx) NOT GREATER THAN WS-OfficerVolume
                AND (WS-RateFound = 'N'
                    OR WS-RtFloor(WS-Idx) NOT LESS THAN WS-RateFloorUsed)
            PERFORM TAKE-RATE-ROW
        END-IF
    END-PERFORM.
    IF WS-RateFound = 'N'
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-RateCount
            IF WS-RtProduct(WS-Idx) = SPACES
                    AND WS-RtFloor(WS-Idx)
                        NOT GREATER THAN WS-OfficerVolume
                    AND (WS-RateFound = 'N'
                        OR WS-RtFloor(WS-Idx)
                            NOT LESS THAN WS-RateFloorUsed)
                PERFORM TAKE-RATE-ROW
            END-IF
        END-PERFORM
    END-IF.

TAKE-RATE-ROW.
    MOVE 'Y' TO WS-RateFound.
    MOVE WS-RtFloor(WS-Idx) TO WS-RateFloorUsed.
    MOVE WS-RtPercent(WS-Idx) TO WS-RatePercent.
    MOVE WS-RtFeeCredit(WS-Idx) TO WS-FeeCreditPct.

SUM-ORIGINATION-FEES.
    MOVE ZERO TO WS-OrigFees.
    MOVE 'N' TO WS-InnerEOF.
    OPEN INPUT FeeDetailFile.
    IF WS-FeeDetailFileStatus = '00'
        MOVE AppFundedLoanID TO FeeDetailLoanID
        START FeeDetailFile KEY IS EQUAL TO FeeDetailLoanID
            INVALID KEY
                MOVE 'Y' TO WS-InnerEOF
        END-START
        PERFORM UNTIL WS-InnerEOF = 'Y'
            READ FeeDetailFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-InnerEOF
                NOT AT END
                    IF FeeDetailLoanID NOT = AppFundedLoanID
                        MOVE 'Y' TO WS-InnerEOF
                    ELSE
                        IF FeeDetailCode = WS-OrigFeeCode
                                AND NOT FeeDetailWaived
                            ADD FeeDetailAmount TO WS-OrigFees
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE FeeDetailFile
    END-IF.

*> a loan is checked while any part of its first six months falls in
*> the month; delinquency is measured at month end, or at the end of
*> the six months if that comes first
CHECK-CLAWBACKS.
    PERFORM VARYING WS-LedIdx FROM 1 BY 1
            UNTIL WS-LedIdx > WS-LedgerCount
        IF WS-LgClawed(WS-LedIdx) = 'N'
            CALL 'AddMonthsToDate' USING WS-LgFundedDate(WS-LedIdx)
                WS-ClawbackMonths WS-SixMonthDate
            IF WS-SixMonthDate NOT LESS THAN WS-PeriodStart
                PERFORM CHECK-ONE-CLAWBACK
            END-IF
        END-IF
    END-PERFORM.

CHECK-ONE-CLAWBACK.
    MOVE SPACES TO WS-ClawbackReason.
    MOVE WS-LgLoanID(WS-LedIdx) TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM SET-CLAWBACK-REASON
    END-READ.
    IF WS-ClawbackReason NOT = SPACES
        INITIALIZE CommissionLedgerRecord
        MOVE WS-LgOfficerID(WS-LedIdx) TO CommOfficerID
        MOVE WS-LgLoanID(WS-LedIdx) TO CommLoanID
        MOVE WS-Period TO CommPeriod
        MOVE WS-RunDate TO CommPostedDate
        SET CommClawback TO TRUE
        MOVE WS-LgProduct(WS-LedIdx) TO CommProductCode
        MOVE WS-LgFundedDate(WS-LedIdx) TO CommFundedDate
        MOVE WS-LgLoanAmount(WS-LedIdx) TO CommLoanAmount
        MOVE WS-LgRate(WS-LedIdx) TO CommRateApplied
        MOVE WS-LgBase(WS-LedIdx) TO CommBaseAmount
        MOVE WS-LgFeeCredit(WS-LedIdx) TO CommFeeCredit
        MOVE WS-LgTotal(WS-LedIdx) TO CommTotalAmount
        MOVE WS-ClawbackReason TO CommReason
        WRITE CommissionLedgerRecord
        MOVE 'Y' TO WS-LgClawed(WS-LedIdx)
        ADD 1 TO WS-EntriesClawed
    END-IF.

SET-CLAWBACK-REASON.
    MOVE WS-PeriodEnd TO WS-DelinquencyDate.
    IF WS-SixMonthDate < WS-DelinquencyDate
        MOVE WS-SixMonthDate TO WS-DelinquencyDate
    END-IF.
    CALL 'DaysBetweenDates' USING NextPaymentDueDate
        WS-DelinquencyDate WS-DaysPastDue.
    EVALUATE TRUE
        WHEN LoanStatusPaidOff OR LoanStatusSettled
            MOVE 'EARLY PAYOFF' TO WS-ClawbackReason
        WHEN LoanStatusDefaulted OR LoanStatusChargedOff
            MOVE 'EARLY DEFAULT' TO WS-ClawbackReason
        WHEN LoanStatusActive
                AND WS-DaysPastDue NOT LESS THAN WS-ClawbackDaysPastDue
            MOVE 'EARLY DELINQUENCY' TO WS-ClawbackReason
    END-EVALUATE.

*> the month's totals come from the ledger, so a rerun reports what
*> was posted by every run of the month
BUILD-OFFICER-TOTALS.
    MOVE ZERO TO WS-OfficerCount.
    MOVE 'N' TO EOF.
    OPEN INPUT CommissionLedgerFile.
    IF WS-CommissionLedgerStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ CommissionLedgerFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF CommPeriod = WS-Period
                        MOVE CommOfficerID TO WS-OfficerSearchID
                        PERFORM FIND-OFFICER-SLOT
                        IF CommEarned
                            ADD CommTotalAmount TO WS-OfEarned(WS-OffIdx)
                            ADD CommLoanAmount TO WS-OfVolume(WS-OffIdx)
                            ADD 1 TO WS-OfLoans(WS-OffIdx)
                        ELSE
                            ADD CommTotalAmount
                                TO WS-OfClawback(WS-OffIdx)
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE CommissionLedgerFile
    END-IF.

WRITE-STATEMENTS-AND-PAYROLL.
    MOVE SPACES TO WS-PayrollExtractFileName.
    STRING 'commission-payroll-' WS-Period '.dat'
        DELIMITED BY SIZE INTO WS-PayrollExtractFileName.
    OPEN OUTPUT PayrollExtractFile.
    PERFORM VARYING WS-OffIdx FROM 1 BY 1
            UNTIL WS-OffIdx > WS-OfficerCount
        PERFORM LOOKUP-OFFICER
        PERFORM WRITE-OFFICER-STATEMENT
        PERFORM WRITE-PAYROLL-RECORD
        ADD 1 TO WS-OfficersPaid
    END-PERFORM.
    CLOSE PayrollExtractFile.

LOOKUP-OFFICER.
    MOVE 'UNKNOWN OFFICER' TO WS-OfficerName.
    MOVE SPACES TO WS-OfficerBranch.
    OPEN INPUT LoanOfficerFile.
    IF WS-LoanOfficerFileStatus = '00'
        MOVE WS-OfOfficerID(WS-OffIdx) TO LoanOfficerID OF LoanOfficerRecord
        READ LoanOfficerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LoanOfficerName TO WS-OfficerName
                MOVE BranchCode OF LoanOfficerRecord TO WS-OfficerBranch
        END-READ
        CLOSE LoanOfficerFile
    END-IF.

WRITE-OFFICER-STATEMENT.
    MOVE SPACES TO WS-StatementFileName.
    STRING 'commission-statement-' WS-OfOfficerID(WS-OffIdx) '-'
        WS-Period '.txt' DELIMITED BY SIZE INTO WS-StatementFileName.
    OPEN OUTPUT StatementFile.
    MOVE SPACES TO StatementLine.
    STRING '=== Commission Statement ' WS-Period ' ==='
        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    MOVE SPACES TO StatementLine.
    STRING 'Officer: ' WS-OfOfficerID(WS-OffIdx) ' ' WS-OfficerName
        ' Branch ' WS-OfficerBranch DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    MOVE SPACES TO StatementLine.
    WRITE StatementLine.
    MOVE 'Type     Loan ID Product Funded   Amount        Rate   Commission Fee Credit Reason'
        TO StatementLine.
    WRITE StatementLine.
    MOVE 'N' TO EOF.
    OPEN INPUT CommissionLedgerFile.
    PERFORM UNTIL EOF = 'Y'
        READ CommissionLedgerFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF CommPeriod = WS-Period
                        AND CommOfficerID = WS-OfOfficerID(WS-OffIdx)
                    MOVE SPACES TO StatementLine
                    STRING CommEntryType ' ' CommLoanID ' '
                        CommProductCode '    ' CommFundedDate ' '
                        CommLoanAmount ' ' CommRateApplied ' '
                        CommBaseAmount ' ' CommFeeCredit ' '
                        CommReason
                        DELIMITED BY SIZE INTO StatementLine
                    WRITE StatementLine
                END-IF
    END-PERFORM.
    CLOSE CommissionLedgerFile.
    MOVE SPACES TO StatementLine.
    WRITE StatementLine.
    MOVE SPACES TO StatementLine.
    STRING 'Loans funded: ' WS-OfLoans(WS-OffIdx)
        '  Volume: ' WS-OfVolume(WS-OffIdx)
        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    MOVE SPACES TO StatementLine.
    STRING 'Commission earned: ' WS-OfEarned(WS-OffIdx)
        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    MOVE SPACES TO StatementLine.
    STRING 'Clawed back:       ' WS-OfClawback(WS-OffIdx)
        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
    COMPUTE WS-NetSigned =
        WS-OfEarned(WS-OffIdx) - WS-OfClawback(WS-OffIdx).
    MOVE SPACES TO StatementLine.
    IF WS-NetSigned < ZERO
        STRING 'Net deduction:     ' WS-NetSigned
            DELIMITED BY SIZE INTO StatementLine
    ELSE
        STRING 'Net commission:    ' WS-NetSigned
            DELIMITED BY SIZE INTO StatementLine
    END-IF.
    WRITE StatementLine.
    CLOSE StatementFile.

WRITE-PAYROLL-RECORD.
    MOVE WS-OfOfficerID(WS-OffIdx) TO PayrollOfficerID.
    MOVE WS-OfficerName TO PayrollOfficerName.
    MOVE WS-OfficerBranch TO PayrollBranchCode.
    MOVE WS-Period TO PayrollPeriod.
    MOVE WS-PayrollEarnCode TO PayrollEarnCode.
    MOVE WS-OfEarned(WS-OffIdx) TO PayrollGrossAmount.
    MOVE WS-OfClawback(WS-OffIdx) TO PayrollClawbackAmount.
    COMPUTE WS-NetSigned =
        WS-OfEarned(WS-OffIdx) - WS-OfClawback(WS-OffIdx).
    IF WS-NetSigned < ZERO
        SET PayrollNetDeduction TO TRUE
        COMPUTE PayrollNetAmount = WS-NetSigned * -1
    ELSE
        SET PayrollNetPayment TO TRUE
        MOVE WS-NetSigned TO PayrollNetAmount
    END-IF.
    WRITE PayrollExtractRecord.

OPEN-LEDGER-FOR-POSTING.
    OPEN EXTEND CommissionLedgerFile.
    IF WS-CommissionLedgerStatus = '35'
        OPEN OUTPUT CommissionLedgerFile
        CLOSE CommissionLedgerFile
        OPEN EXTEND CommissionLedgerFile
    END-IF.
