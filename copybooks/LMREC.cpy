01  StateLimits.
    05 LimitFound              PIC X(01).
        88 StateLimitOnFile    VALUE 'Y'.
    05 LimitState              PIC X(02).
    05 LimitEffectiveDate      PIC 9(8).
    05 LimitMaxAPR             PIC 9(2)V99.
    05 LimitLateFeeMaxAmount   PIC 9(5)V99.
    05 LimitLateFeeMaxPercent  PIC 9(2)V99.
    05 LimitNsfFeeMax          PIC 9(5)V99.
    05 LimitPrepayPenaltyFlag  PIC X(01).
        88 LimitPrepayPenaltyAllowed VALUE 'Y'.
