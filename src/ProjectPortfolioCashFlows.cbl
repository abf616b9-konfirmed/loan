01 WS-TotalPeriods        PIC 9(4) VALUE ZERO.
01 WS-IOCutoffDate        PIC 9(8) VALUE ZERO.
01 WS-LoanMaturityDate    PIC 9(8) VALUE ZERO.
01 WS-IOMonths            PIC 9(4).
01 WS-TermMonths          PIC 9(4).
01 WS-PeriodicRate        PIC 9(3)V9(9) VALUE ZERO.
01 WS-ProjectionRate      PIC 9(3)V99 VALUE ZERO.
01 WS-OnePlusRatePowerN   PIC 9(5)V9(6) VALUE ZERO.
    PERFORM SET-PERIODS-PER-YEAR.
    PERFORM COMPUTE-LEVEL-PAYMENT.
    IF InterestOnlyMonths > ZERO
        MOVE InterestOnlyMonths TO WS-IOMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate
            WS-IOMonths WS-IOCutoffDate
    ELSE
        MOVE ZERO TO WS-IOCutoffDate
    END-IF.
    MOVE LoanTerm TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-LoanMaturityDate.
    MOVE OutstandingBalance OF LoanRecord TO WS-SimBalance.
    MOVE NextPaymentDueDate TO WS-CursorDate.
