    05 JournalCreditAmount PIC 9(11)V99.
    05 JournalSource       PIC X(10).
    05 JournalReference    PIC 9(7).
    05 JournalCompanyCode  PIC X(04).
