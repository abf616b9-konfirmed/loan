01  EmailBounceRecord.
    05 BounceBorrowerID    PIC 9(5).
    05 BounceEmailAddress  PIC X(60).
    05 BounceDate          PIC 9(8).
    05 BounceReason        PIC X(30).
