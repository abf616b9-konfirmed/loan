01  ForeclosureRecord.
    05 FcLoanID                PIC 9(7).
    05 FcPropertyState         PIC X(02).
    05 FcJudicialFlag          PIC X(01).
        88 FcJudicial          VALUE 'Y'.
        88 FcNonJudicial       VALUE 'N'.
    05 FcAttorney              PIC X(30).
    05 FcReferralDate          PIC 9(8).
    05 FcReferredBy            PIC X(20).
    05 FcFirstLegalDate        PIC 9(8).
    05 FcJudgmentDate          PIC 9(8).
    05 FcScheduledSaleDate     PIC 9(8).
    05 FcSaleDate              PIC 9(8).
    05 FcFirstLegalTarget      PIC 9(8).
    05 FcJudgmentTarget        PIC 9(8).
    05 FcSaleTarget            PIC 9(8).
    05 FcSaleResult            PIC X(08).
        88 FcSoldToThirdParty  VALUE 'THIRDPTY'.
        88 FcRevertedToReo     VALUE 'REO'.
        88 FcSaleResultValid   VALUE 'THIRDPTY' 'REO'.
    05 FcSaleAmount            PIC 9(9)V99.
    05 FcStatus                PIC X(10).
        88 FcReferred          VALUE 'REFERRED'.
        88 FcFiled             VALUE 'FILED'.
        88 FcJudgmentEntered   VALUE 'JUDGMENT'.
        88 FcSaleScheduled     VALUE 'SCHEDULED'.
        88 FcSold              VALUE 'SOLD'.
        88 FcToReo             VALUE 'REO'.
        88 FcClosed            VALUE 'CLOSED'.
        88 FcInProcess         VALUE 'REFERRED' 'FILED' 'JUDGMENT'
                                     'SCHEDULED'.
    05 FcClosedDate            PIC 9(8).
    05 FcClosedReason          PIC X(20).
