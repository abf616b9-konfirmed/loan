01  CreditScoreRecord.
    05 CreditScoreKey.
        10 CreditScoreBorrowerID PIC 9(5).
        10 CreditScoreDate       PIC 9(8).
        10 CreditScoreModel      PIC X(10).
    05 CreditScoreValue          PIC 9(3).
    05 CreditScoreBureau         PIC X(10).
    05 CreditScoreImportedDate   PIC 9(8).
