    05 AdjCreditAccount PIC X(10).
    05 AdjAmount        PIC 9(11)V99.
    05 AdjSource        PIC X(10).
    05 AdjPriorPeriodFlag PIC X(01).
        88 AdjPriorPeriod   VALUE 'Y'.
    05 AdjOriginalDate  PIC 9(8).
