01  DealerScoreRecord.
    05 ScoreDealerCode        PIC X(04).
    05 ScorePeriod            PIC 9(6).
    05 ScoreRunDate           PIC 9(8).
    05 ScoreFundedCount       PIC 9(5).
    05 ScoreFundedVolume      PIC 9(11)V99.
    05 ScoreLoansBooked       PIC 9(7).
    05 ScoreFirstPayDefaults  PIC 9(5).
    05 ScoreEarlyPayoffs      PIC 9(5).
    05 ScoreActiveLoans       PIC 9(7).
    05 ScoreDelinquent30      PIC 9(7).
    05 ScoreDelinquencyRate   PIC 9(3)V99.
    05 ScoreChargeOffCount    PIC 9(5).
    05 ScoreChargeOffAmount   PIC 9(11)V99.
    05 ScoreReservePaid       PIC 9(11)V99.
    05 ScoreReserveCharged    PIC 9(11)V99.
    05 ScoreBreachCount       PIC 9(1).
    05 ScoreRecommendation    PIC X(08).
        88 ScoreNoChange        VALUE SPACES.
        88 ScoreRecommendWatch  VALUE 'WATCH'.
        88 ScoreRecommendInactive VALUE 'INACTIVE'.
