01  ReliefRecord.
    05 ReliefKey.
        10 ReliefDisasterID      PIC X(10).
        10 ReliefLoanID          PIC 9(7).
    05 ReliefBorrowerID          PIC 9(5).
    05 ReliefMatchedBy           PIC X(10).
        88 ReliefMatchedBorrower   VALUE 'BORROWER'.
        88 ReliefMatchedCollateral VALUE 'COLLATERAL'.
    05 ReliefMatchedArea         PIC X(25).
    05 ReliefAppliedDate         PIC 9(8).
    05 ReliefAppliedBy           PIC X(20).
    05 ReliefPriorStartDate      PIC 9(8).
    05 ReliefPriorEndDate        PIC 9(8).
    05 ReliefPriorReasonCode     PIC X(04).
    05 ReliefStartDate           PIC 9(8).
    05 ReliefEndDate             PIC 9(8).
    05 ReliefStatus              PIC X(08).
        88 ReliefApplied   VALUE 'APPLIED'.
        88 ReliefReversed  VALUE 'REVERSED'.
    05 ReliefReversedDate        PIC 9(8).
    05 ReliefReversedBy          PIC X(20).
