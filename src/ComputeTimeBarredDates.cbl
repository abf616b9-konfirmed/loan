IDENTIFICATION DIVISION.
PROGRAM-ID. ComputeTimeBarredDates.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY COSEL.
    COPY LNSEL.
    COPY BRSEL.
    COPY RPSEL.
    COPY RVSEL.
    COPY SOSEL.
    COPY TLSEL.

DATA DIVISION.
FILE SECTION.
FD  ChargedOffLedgerFile.
    COPY COREC.

FD  LoanFile.
    COPY LNREC.

FD  BorrowerFile.
    COPY BRREC.

FD  RepaymentFile.
    COPY RPREC.

FD  RecoveryFile.
    COPY RVREC.

FD  StateLimitationsFile.
    COPY SOREC.

FD  TimeBarredDebtFile.
    COPY TLREC.

WORKING-STORAGE SECTION.
01 EOF                         PIC X VALUE 'N'.
01 WS-ChargedOffFileStatus     PIC X(02).
01 WS-LoanFileStatus           PIC X(02).
01 WS-BorrowerFileStatus       PIC X(02).
01 WS-RepayFileStatus          PIC X(02).
01 WS-RecoveryFileStatus       PIC X(02).
01 WS-StateLimitationsStatus   PIC X(02).
01 WS-TimeBarredDebtStatus     PIC X(02).
01 WS-RepayEOF                 PIC X VALUE 'N'.
01 WS-RecoveryEOF              PIC X VALUE 'N'.
01 WS-RepayFileOpen            PIC X VALUE 'N'.
01 WS-RecoveryFileOpen         PIC X VALUE 'N'.
01 WS-LimitsFileOpen           PIC X VALUE 'N'.
01 WS-RecordOnFile             PIC X VALUE 'N'.
01 WS-RunDate                  PIC 9(8).
01 WS-BorrowerState            PIC X(02).
01 WS-LastPayDate              PIC 9(8).
01 WS-ClockStartDate           PIC 9(8).
01 WS-ReportClockDate          PIC 9(8).
01 WS-DaysBack                 PIC S9(6) VALUE ZERO.
01 WS-LimitMonths              PIC 9(4) VALUE ZERO.
01 WS-LoanRecovered            PIC 9(11)V99 VALUE ZERO.
01 WS-BalanceOwed              PIC S9(11)V99 VALUE ZERO.
01 WS-LoansComputed            PIC 9(7) VALUE ZERO.
01 WS-LoansDefaulted           PIC 9(7) VALUE ZERO.

*> limitations period used when the borrower's state is not on the
*> state table; the shortest period in common use, so that no debt is
*> treated as suable longer than the law might allow
01 WS-DefaultLimitYears        PIC 9(2) VALUE 3.

*> consumer reporting: a charged-off account may be reported for
*> seven years from 180 days after the first delinquency
01 WS-ReportingGraceDays       PIC S9(6) VALUE 180.
01 WS-ReportingMonths          PIC 9(4) VALUE 84.

LINKAGE SECTION.
01 LS-LoansComputed            PIC 9(7).

*> statute of limitations and credit reporting dates for every loan on
*> the charged-off ledger. The limitations clock starts at the later
*> of the first delinquency and the last payment or recovery, and
*> runs for the period set for the borrower's state; the reporting
*> limit runs from the first delinquency, taken as the charge-off
*> date less the days past due at charge-off. The balance still owed
*> after recoveries is kept with the dates for the collection letters
PROCEDURE DIVISION USING LS-LoansComputed.
    DISPLAY 'Computing time-barred dates for charged-off debt...'.
    MOVE ZERO TO LS-LoansComputed.
    MOVE ZERO TO WS-LoansComputed.
    MOVE ZERO TO WS-LoansDefaulted.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT ChargedOffLedgerFile.
    IF WS-ChargedOffFileStatus NOT = '00'
        DISPLAY 'No charged-off ledger on file. Nothing to compute.'
        GOBACK
    END-IF.

    OPEN I-O TimeBarredDebtFile.
    IF WS-TimeBarredDebtStatus = '35'
        OPEN OUTPUT TimeBarredDebtFile
        CLOSE TimeBarredDebtFile
        OPEN I-O TimeBarredDebtFile
    END-IF.
    OPEN INPUT LoanFile.
    OPEN INPUT BorrowerFile.
    MOVE 'N' TO WS-RepayFileOpen.
    OPEN INPUT RepaymentFile.
    IF WS-RepayFileStatus = '00'
        MOVE 'Y' TO WS-RepayFileOpen
    END-IF.
    MOVE 'N' TO WS-RecoveryFileOpen.
    OPEN INPUT RecoveryFile.
    IF WS-RecoveryFileStatus = '00'
        MOVE 'Y' TO WS-RecoveryFileOpen
    END-IF.
    MOVE 'N' TO WS-LimitsFileOpen.
    OPEN INPUT StateLimitationsFile.
    IF WS-StateLimitationsStatus = '00'
        MOVE 'Y' TO WS-LimitsFileOpen
    END-IF.

    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ ChargedOffLedgerFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                MOVE ChargeOffLoanID TO LoanID OF LoanRecord
                READ LoanFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM COMPUTE-LOAN-DATES
                END-READ
    END-PERFORM.

    CLOSE ChargedOffLedgerFile.
    CLOSE TimeBarredDebtFile.
    CLOSE LoanFile.
    CLOSE BorrowerFile.
    IF WS-RepayFileOpen = 'Y'
        CLOSE RepaymentFile
    END-IF.
    IF WS-RecoveryFileOpen = 'Y'
        CLOSE RecoveryFile
    END-IF.
    IF WS-LimitsFileOpen = 'Y'
        CLOSE StateLimitationsFile
    END-IF.

    MOVE WS-LoansComputed TO LS-LoansComputed.
    DISPLAY 'Charged-off loans dated: ' WS-LoansComputed.
    DISPLAY '  using the default limitations period: '
        WS-LoansDefaulted.
    GOBACK.

COMPUTE-LOAN-DATES.
    MOVE ChargeOffLoanID TO TimeBarLoanID.
    READ TimeBarredDebtFile
        INVALID KEY
            MOVE 'N' TO WS-RecordOnFile
        NOT INVALID KEY
            MOVE 'Y' TO WS-RecordOnFile
    END-READ.
    INITIALIZE TimeBarredDebtRecord.
    MOVE ChargeOffLoanID TO TimeBarLoanID.
    MOVE ChargeOffDate TO TimeBarChargeOffDate.
    COMPUTE WS-DaysBack = ZERO - ChargeOffDaysPastDue.
    CALL 'AdjustDateByDays' USING ChargeOffDate WS-DaysBack
        TimeBarFirstDelinqDate.

    PERFORM LOOKUP-BORROWER-STATE.
    MOVE WS-BorrowerState TO TimeBarState.
    PERFORM LOOKUP-LIMITATIONS-PERIOD.

    PERFORM FIND-LAST-PAYMENT.
    MOVE WS-LastPayDate TO TimeBarLastPayDate.
    IF WS-LastPayDate > TimeBarFirstDelinqDate
        MOVE WS-LastPayDate TO WS-ClockStartDate
    ELSE
        MOVE TimeBarFirstDelinqDate TO WS-ClockStartDate
    END-IF.
    COMPUTE WS-LimitMonths = TimeBarLimitYears * 12.
    CALL 'AddMonthsToDate' USING WS-ClockStartDate WS-LimitMonths
        TimeBarDate.

    CALL 'AdjustDateByDays' USING TimeBarFirstDelinqDate
        WS-ReportingGraceDays WS-ReportClockDate.
    CALL 'AddMonthsToDate' USING WS-ReportClockDate WS-ReportingMonths
        TimeBarReportLimitDate.

    COMPUTE WS-BalanceOwed =
        ChargeOffBalance + ChargeOffFeeBalance - WS-LoanRecovered.
    IF WS-BalanceOwed < ZERO
        MOVE ZERO TO WS-BalanceOwed
    END-IF.
    MOVE WS-BalanceOwed TO TimeBarBalanceOwed.
    MOVE WS-RunDate TO TimeBarComputedDate.

    IF WS-RecordOnFile = 'Y'
        REWRITE TimeBarredDebtRecord
    ELSE
        WRITE TimeBarredDebtRecord
    END-IF.
    ADD 1 TO WS-LoansComputed.

LOOKUP-BORROWER-STATE.
    MOVE SPACES TO WS-BorrowerState.
    MOVE BorrowerID OF LoanRecord TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE BorrowerState TO WS-BorrowerState
    END-READ.

LOOKUP-LIMITATIONS-PERIOD.
    MOVE WS-DefaultLimitYears TO TimeBarLimitYears.
    IF WS-LimitsFileOpen = 'Y' AND WS-BorrowerState NOT = SPACES
        MOVE WS-BorrowerState TO SolState
        READ StateLimitationsFile
            INVALID KEY
                ADD 1 TO WS-LoansDefaulted
            NOT INVALID KEY
                MOVE SolYears TO TimeBarLimitYears
        END-READ
    ELSE
        ADD 1 TO WS-LoansDefaulted
    END-IF.

*> the latest good payment on the loan and the latest recovery after
*> charge-off; either restarts the limitations clock
FIND-LAST-PAYMENT.
    MOVE ZERO TO WS-LastPayDate.
    MOVE ZERO TO WS-LoanRecovered.
    IF WS-RepayFileOpen = 'Y'
        MOVE 'N' TO WS-RepayEOF
        MOVE ChargeOffLoanID TO LoanID OF RepaymentRecord
        START RepaymentFile KEY IS EQUAL TO LoanID OF RepaymentRecord
            INVALID KEY
                MOVE 'Y' TO WS-RepayEOF
        END-START
        PERFORM UNTIL WS-RepayEOF = 'Y'
            READ RepaymentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RepayEOF
                NOT AT END
                    IF LoanID OF RepaymentRecord NOT = ChargeOffLoanID
                        MOVE 'Y' TO WS-RepayEOF
                    ELSE
                        IF PaymentStatusGood
                                AND PaymentDate > WS-LastPayDate
                            MOVE PaymentDate TO WS-LastPayDate
                        END-IF
                    END-IF
        END-PERFORM
    END-IF.
    IF WS-RecoveryFileOpen = 'Y'
        MOVE 'N' TO WS-RecoveryEOF
        MOVE ChargeOffLoanID TO RecoveryLoanID
        START RecoveryFile KEY IS EQUAL TO RecoveryLoanID
            INVALID KEY
                MOVE 'Y' TO WS-RecoveryEOF
        END-START
        PERFORM UNTIL WS-RecoveryEOF = 'Y'
            READ RecoveryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RecoveryEOF
                NOT AT END
                    IF RecoveryLoanID NOT = ChargeOffLoanID
                        MOVE 'Y' TO WS-RecoveryEOF
                    ELSE
                        ADD RecoveryAmount TO WS-LoanRecovered
                        IF RecoveryDate > WS-LastPayDate
                            MOVE RecoveryDate TO WS-LastPayDate
                        END-IF
                    END-IF
        END-PERFORM
    END-IF.
