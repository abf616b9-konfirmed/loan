01  LegalHoldRecord.
    05 HoldID              PIC 9(5).
    05 HoldScope           PIC X(04).
        88 HoldOnLoan        VALUE 'LOAN'.
        88 HoldOnBorrower    VALUE 'BORR'.
    05 HoldLoanID          PIC 9(7).
    05 HoldBorrowerID      PIC 9(5).
    05 HoldCaseReference   PIC X(20).
    05 HoldRequester       PIC X(30).
    05 HoldPlacedUserID    PIC X(20).
    05 HoldPlacedDate      PIC 9(8).
    05 HoldReleaseUserID   PIC X(20).
    05 HoldReleaseDate     PIC 9(8).
    05 HoldStatus          PIC X(08).
        88 HoldActive        VALUE 'ACTIVE'.
        88 HoldReleased      VALUE 'RELEASED'.
