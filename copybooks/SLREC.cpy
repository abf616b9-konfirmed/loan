01  StateLimitRecord.
    05 SLStateCode          PIC X(02).
    05 SLEffectiveDate      PIC 9(8).
    05 SLMaxAPR             PIC 9(2)V99.
    05 SLLateFeeMaxAmount   PIC 9(5)V99.
    05 SLLateFeeMaxPercent  PIC 9(2)V99.
    05 SLNsfFeeMax          PIC 9(5)V99.
    05 SLPrepayPenaltyFlag  PIC X(01).
        88 SLPrepayPenaltyAllowed    VALUE 'Y'.
        88 SLPrepayPenaltyProhibited VALUE 'N'.
