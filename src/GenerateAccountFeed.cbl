IDENTIFICATION DIVISION.
PROGRAM-ID. GenerateAccountFeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RPSEL.
    COPY ESSEL.
    COPY SISEL.
    SELECT AccountFeedFile ASSIGN TO WS-AccountFeedFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AccountFeedStatus.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  RepaymentFile.
    COPY RPREC.

FD  EscrowFile.
    COPY ESREC.

FD  AutopayFile.
    COPY SIREC.

FD  AccountFeedFile.
01  AccountFeedHeader.
    05 FeedHdrType           PIC X(01).
    05 FeedHdrSource         PIC X(08).
    05 FeedHdrRunDate        PIC 9(8).
    05 FeedHdrPayoffThrough  PIC 9(8).
    05 FILLER                PIC X(86).
01  AccountFeedRecord.
    05 FeedRecordType        PIC X(01).
    05 FeedLoanID            PIC 9(7).
    05 FeedBorrowerID        PIC 9(5).
    05 FeedCurrentBalance    PIC 9(9)V99.
    05 FeedNextDueDate       PIC 9(8).
    05 FeedNextDueAmount     PIC 9(9)V99.
    05 FeedPastDueAmount     PIC 9(9)V99.
    05 FeedDaysPastDue       PIC 9(5).
    05 FeedLastPaymentDate   PIC 9(8).
    05 FeedLastPaymentAmount PIC 9(9)V99.
    05 FeedEscrowBalance     PIC 9(9)V99.
    05 FeedPayoffAmount      PIC 9(11)V99.
    05 FeedPayoffThrough     PIC 9(8).
    05 FeedAutopayFlag       PIC X(01).
01  AccountFeedTrailer.
    05 FeedTrlType           PIC X(01).
    05 FeedTrlRecordCount    PIC 9(7).
    05 FeedTrlTotalBalance   PIC 9(13)V99.
    05 FeedTrlTotalPastDue   PIC 9(13)V99.
    05 FeedTrlTotalPayoff    PIC 9(13)V99.
    05 FILLER                PIC X(58).

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus       PIC X(02).
01 WS-RepayFileStatus      PIC X(02).
01 WS-EscrowFileStatus     PIC X(02).
01 WS-AutopayFileStatus    PIC X(02).
01 WS-AccountFeedStatus    PIC X(02).
01 WS-AccountFeedFileName  PIC X(40).
01 WS-LoanEOF              PIC X VALUE 'N'.
01 WS-RepayEOF             PIC X VALUE 'N'.
01 WS-RepayOpen            PIC X VALUE 'N'.
01 WS-EscrowOpen           PIC X VALUE 'N'.
01 WS-AutopayOpen          PIC X VALUE 'N'.
01 WS-RunDate              PIC 9(8).
01 WS-PayoffThroughDate    PIC 9(8).
01 WS-EscrowMonthly        PIC 9(9)V99 VALUE ZERO.
01 WS-PeriodAmount         PIC 9(9)V99 VALUE ZERO.
01 WS-AmountWork           PIC S9(11)V99 VALUE ZERO.
01 WS-PastDueCap           PIC 9(11)V99 VALUE ZERO.
01 WS-DueCursor            PIC 9(8).
01 WS-NextCursor           PIC 9(8).
01 WS-MissedPeriods        PIC 9(3) VALUE ZERO.
01 WS-DaysLateSigned       PIC S9(6) VALUE ZERO.
01 WS-OneMonth             PIC 9(4) VALUE 1.
01 WS-ThreeMonths          PIC 9(4) VALUE 3.
01 WS-OneWeek              PIC S9(6) VALUE 7.
01 WS-TwoWeeks             PIC S9(6) VALUE 14.
01 WS-PayoffAmount         PIC 9(11)V99 VALUE ZERO.
01 WS-RecordCount          PIC 9(7) VALUE ZERO.
01 WS-TotalBalance         PIC 9(13)V99 VALUE ZERO.
01 WS-TotalPastDue         PIC 9(13)V99 VALUE ZERO.
01 WS-TotalPayoff          PIC 9(13)V99 VALUE ZERO.
01 WS-ManifestFileName     PIC X(50).
01 WS-ManifestProgram      PIC X(20) VALUE 'GenerateAccountFeed'.
01 WS-ManifestRecords      PIC 9(9).

*> the name the online banking and phone systems know us by, and the
*> number of days a payoff figure on the feed is good for
01 WS-FeedSource           PIC X(08) VALUE 'LOANSVC'.
01 WS-PayoffGoodDays       PIC S9(6) VALUE 10.

LINKAGE SECTION.
01 LS-RecordsSent          PIC 9(7).

*> nightly account feed for online banking and the phone system, so
*> borrowers can look up their own balance, due date and payoff. One
*> detail record per active loan carries the current balance, the
*> next due date and amount, the amount past due, the last good
*> payment, the escrow balance, a payoff figure good through a stated
*> date, and whether the loan is on autopay. The header gives the
*> business date and the payoff good-through date; the trailer gives
*> the record count and balance, past-due and payoff totals so the
*> receiving side can refuse a partial file
PROCEDURE DIVISION USING LS-RecordsSent.
    DISPLAY 'Building online banking and IVR account feed...'.
    MOVE ZERO TO LS-RecordsSent.
    MOVE ZERO TO WS-RecordCount.
    MOVE ZERO TO WS-TotalBalance.
    MOVE ZERO TO WS-TotalPastDue.
    MOVE ZERO TO WS-TotalPayoff.
    CALL 'GetBusinessDate' USING WS-RunDate.
    CALL 'AdjustDateByDays' USING WS-RunDate WS-PayoffGoodDays
        WS-PayoffThroughDate.

    MOVE SPACES TO WS-AccountFeedFileName.
    STRING 'account-feed-' WS-RunDate '.dat'
        DELIMITED BY SIZE INTO WS-AccountFeedFileName.
    OPEN OUTPUT AccountFeedFile.
    MOVE SPACES TO AccountFeedHeader.
    MOVE 'H' TO FeedHdrType.
    MOVE WS-FeedSource TO FeedHdrSource.
    MOVE WS-RunDate TO FeedHdrRunDate.
    MOVE WS-PayoffThroughDate TO FeedHdrPayoffThrough.
    WRITE AccountFeedHeader.

    OPEN INPUT LoanFile.
    OPEN INPUT RepaymentFile.
    IF WS-RepayFileStatus = '00'
        MOVE 'Y' TO WS-RepayOpen
    END-IF.
    OPEN INPUT EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE 'Y' TO WS-EscrowOpen
    END-IF.
    OPEN INPUT AutopayFile.
    IF WS-AutopayFileStatus = '00'
        MOVE 'Y' TO WS-AutopayOpen
    END-IF.
    MOVE 'N' TO WS-LoanEOF.
    PERFORM UNTIL WS-LoanEOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-LoanEOF
            NOT AT END
                IF LoanStatusActive
                    PERFORM WRITE-FEED-RECORD
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    IF WS-RepayOpen = 'Y'
        CLOSE RepaymentFile
    END-IF.
    IF WS-EscrowOpen = 'Y'
        CLOSE EscrowFile
    END-IF.
    IF WS-AutopayOpen = 'Y'
        CLOSE AutopayFile
    END-IF.

    MOVE SPACES TO AccountFeedTrailer.
    MOVE 'T' TO FeedTrlType.
    MOVE WS-RecordCount TO FeedTrlRecordCount.
    MOVE WS-TotalBalance TO FeedTrlTotalBalance.
    MOVE WS-TotalPastDue TO FeedTrlTotalPastDue.
    MOVE WS-TotalPayoff TO FeedTrlTotalPayoff.
    WRITE AccountFeedTrailer.
    CLOSE AccountFeedFile.
    MOVE WS-AccountFeedFileName TO WS-ManifestFileName.
    MOVE WS-RecordCount TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-TotalBalance.

    MOVE WS-RecordCount TO LS-RecordsSent.
    DISPLAY 'Accounts sent: ' WS-RecordCount
        '  Total balance: ' WS-TotalBalance.
    DISPLAY 'Account feed written to ' WS-AccountFeedFileName.
    GOBACK.

WRITE-FEED-RECORD.
    MOVE SPACES TO AccountFeedRecord.
    MOVE 'D' TO FeedRecordType.
    MOVE LoanID OF LoanRecord TO FeedLoanID.
    MOVE BorrowerID OF LoanRecord TO FeedBorrowerID.
    MOVE OutstandingBalance OF LoanRecord TO FeedCurrentBalance.
    MOVE NextPaymentDueDate OF LoanRecord TO FeedNextDueDate.
    PERFORM LOOKUP-ESCROW.
    PERFORM COMPUTE-NEXT-DUE-AMOUNT.
    PERFORM COMPUTE-PAST-DUE.
    PERFORM FIND-LAST-PAYMENT.
    PERFORM LOOKUP-AUTOPAY.
    CALL 'ComputePayoffAmount' USING LoanRecord WS-PayoffThroughDate
        WS-PayoffAmount.
    MOVE WS-PayoffAmount TO FeedPayoffAmount.
    MOVE WS-PayoffThroughDate TO FeedPayoffThrough.
    WRITE AccountFeedRecord.
    ADD 1 TO WS-RecordCount.
    ADD FeedCurrentBalance TO WS-TotalBalance.
    ADD FeedPastDueAmount TO WS-TotalPastDue.
    ADD FeedPayoffAmount TO WS-TotalPayoff.

LOOKUP-ESCROW.
    MOVE ZERO TO FeedEscrowBalance.
    MOVE ZERO TO WS-EscrowMonthly.
    IF WS-EscrowOpen = 'Y'
        MOVE LoanID OF LoanRecord TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EscrowBalance TO FeedEscrowBalance
                MOVE EscrowMonthlyAmount TO WS-EscrowMonthly
        END-READ
    END-IF.

*> the regular installment with escrow, less what has already come in
*> toward it
COMPUTE-NEXT-DUE-AMOUNT.
    COMPUTE WS-PeriodAmount =
        InstallmentAmount OF LoanRecord + WS-EscrowMonthly.
    COMPUTE WS-AmountWork =
        WS-PeriodAmount - InstallmentCredit OF LoanRecord.
    IF WS-AmountWork < ZERO
        MOVE ZERO TO WS-AmountWork
    END-IF.
    MOVE WS-AmountWork TO FeedNextDueAmount.

*> every installment whose due date has passed unpaid, plus unpaid
*> fees, counted on the loan's own payment cycle and never more than
*> the balance and fees owed
COMPUTE-PAST-DUE.
    MOVE ZERO TO FeedPastDueAmount.
    MOVE ZERO TO FeedDaysPastDue.
    MOVE ZERO TO WS-MissedPeriods.
    IF NextPaymentDueDate OF LoanRecord < WS-RunDate
        CALL 'DaysBetweenDates' USING NextPaymentDueDate OF LoanRecord
            WS-RunDate WS-DaysLateSigned
        MOVE WS-DaysLateSigned TO FeedDaysPastDue
        MOVE NextPaymentDueDate OF LoanRecord TO WS-DueCursor
        PERFORM UNTIL WS-DueCursor NOT < WS-RunDate
                OR WS-MissedPeriods = 999
            ADD 1 TO WS-MissedPeriods
            PERFORM ADVANCE-DUE-CURSOR
        END-PERFORM
        COMPUTE WS-AmountWork =
            (WS-MissedPeriods * WS-PeriodAmount)
            - InstallmentCredit OF LoanRecord
            + UnpaidFeeBalance OF LoanRecord
        IF WS-AmountWork < ZERO
            MOVE ZERO TO WS-AmountWork
        END-IF
        COMPUTE WS-PastDueCap = OutstandingBalance OF LoanRecord
            + UnpaidFeeBalance OF LoanRecord
        IF WS-AmountWork > WS-PastDueCap
            MOVE WS-PastDueCap TO WS-AmountWork
        END-IF
        MOVE WS-AmountWork TO FeedPastDueAmount
    END-IF.

ADVANCE-DUE-CURSOR.
    EVALUATE TRUE
        WHEN FrequencyWeekly
            CALL 'AdjustDateByDays' USING WS-DueCursor WS-OneWeek
                WS-NextCursor
        WHEN FrequencyBiweekly
            CALL 'AdjustDateByDays' USING WS-DueCursor WS-TwoWeeks
                WS-NextCursor
        WHEN FrequencyQuarterly
            CALL 'AddMonthsToDate' USING WS-DueCursor WS-ThreeMonths
                WS-NextCursor
        WHEN OTHER
            CALL 'AddMonthsToDate' USING WS-DueCursor WS-OneMonth
                WS-NextCursor
    END-EVALUATE.
    MOVE WS-NextCursor TO WS-DueCursor.

*> the latest good payment not since reversed
FIND-LAST-PAYMENT.
    MOVE ZERO TO FeedLastPaymentDate.
    MOVE ZERO TO FeedLastPaymentAmount.
    MOVE 'Y' TO WS-RepayEOF.
    IF WS-RepayOpen = 'Y'
        MOVE 'N' TO WS-RepayEOF
        MOVE LoanID OF LoanRecord TO LoanID OF RepaymentRecord
        START RepaymentFile KEY IS EQUAL TO LoanID OF RepaymentRecord
            INVALID KEY
                MOVE 'Y' TO WS-RepayEOF
        END-START
    END-IF.
    PERFORM UNTIL WS-RepayEOF = 'Y'
        READ RepaymentFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-RepayEOF
            NOT AT END
                IF LoanID OF RepaymentRecord NOT = LoanID OF LoanRecord
                    MOVE 'Y' TO WS-RepayEOF
                ELSE
                    IF PaymentStatusGood AND ReversalDate = ZERO
                            AND PaymentDate NOT < FeedLastPaymentDate
                        MOVE PaymentDate TO FeedLastPaymentDate
                        MOVE AmountPaid TO FeedLastPaymentAmount
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LOOKUP-AUTOPAY.
    MOVE 'N' TO FeedAutopayFlag.
    IF WS-AutopayOpen = 'Y'
        MOVE LoanID OF LoanRecord TO AutopayLoanID
        READ AutopayFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AutopayEnrolled
                    MOVE 'Y' TO FeedAutopayFlag
                END-IF
        END-READ
    END-IF.
