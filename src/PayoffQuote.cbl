01 WS-AccruedInterest  PIC 9(9)V99.
01 WS-PayoffAmount     PIC 9(11)V99.
01 WS-PenaltyCutoffDate PIC 9(8).
01 WS-PenaltyMonths     PIC 9(4).
01 WS-PrepaymentPenalty PIC 9(9)V99 VALUE ZERO.
01 WS-BalanceForPenalty PIC 9(11)V99 VALUE ZERO.
01 WS-FeeDetailFileStatus PIC X(02).
    MOVE ZERO TO WS-PrepaymentPenalty.
    COMPUTE WS-BalanceForPenalty = OutstandingBalance + WS-AccruedInterest.
    IF PrepaymentPenaltyActive
        MOVE PrepaymentPenaltyMonths TO WS-PenaltyMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate
            WS-PenaltyMonths WS-PenaltyCutoffDate
        IF WS-PayoffDate NOT GREATER THAN WS-PenaltyCutoffDate
            COMPUTE WS-PrepaymentPenalty ROUNDED =
                WS-BalanceForPenalty * (PrepaymentPenaltyPercent / 100)
