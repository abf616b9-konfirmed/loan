01  PeriodControlRecord.
    05 PeriodYearMonth     PIC 9(6).
    05 PeriodStatus        PIC X(08).
        88 PeriodOpen          VALUES 'OPEN' SPACES.
        88 PeriodClosed        VALUE 'CLOSED'.
        88 PeriodReopened      VALUE 'REOPENED'.
    05 PeriodClosedDate    PIC 9(8).
    05 PeriodClosedBy      PIC X(20).
    05 PeriodReopenedDate  PIC 9(8).
    05 PeriodReopenedBy    PIC X(20).
    05 PeriodReopenReason  PIC X(30).
