        88 AppStatusApproved      VALUE 'APPROVED'.
        88 AppStatusDeclined      VALUE 'DECLINED'.
        88 AppStatusFunded        VALUE 'FUNDED'.
        88 AppStatusWithdrawn     VALUE 'WITHDRAWN'.
    05 AppDecisionReason    PIC X(30).
    05 AppDecisionDate      PIC 9(8).
    05 AppBranchCode        PIC X(04).
    05 AppLoanOfficerID     PIC 9(5).
    05 AppDebtToIncomePct   PIC 9(3)V99.
    05 AppRiskTier          PIC X(01).
    05 AppFundedLoanID      PIC 9(7).
    05 AppCoBorrowerID      PIC 9(5).
    05 AppStatusDate        PIC 9(8).
    05 AppFundedDate        PIC 9(8).
