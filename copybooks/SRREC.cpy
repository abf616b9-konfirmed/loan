01  ScoreRefreshRecord.
    05 ScoreRefBorrowerID  PIC 9(5).
    05 ScoreRefScore       PIC 9(3).
    05 ScoreRefDate        PIC 9(8).
    05 ScoreRefModel       PIC X(10).
    05 ScoreRefBureau      PIC X(10).
