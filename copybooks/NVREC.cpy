01  NoticeValues.
    05 NoticeValLoanID         PIC X(12).
    05 NoticeValName           PIC X(30).
    05 NoticeValDueDate        PIC X(10).
    05 NoticeValAmountDue      PIC X(18).
    05 NoticeValCredit         PIC X(18).
    05 NoticeValPaidThrough    PIC X(10).
    05 NoticeValFees           PIC X(18).
    05 NoticeValEscrow         PIC X(18).
    05 NoticeValInterest       PIC X(18).
    05 NoticeValPrincipal      PIC X(18).
    05 NoticeValInstallment    PIC X(18).
    05 NoticeValDaysLate       PIC X(05).
    05 NoticeValApplication    PIC X(12).
    05 NoticeValDecisionDate   PIC X(10).
    05 NoticeValReason         PIC X(30).
    05 NoticeValLoanAmount     PIC X(18).
    05 NoticeValRate           PIC X(08).
    05 NoticeValBalance        PIC X(18).
    05 NoticeValStatus         PIC X(11).
    05 NoticeValRunDate        PIC X(10).
    05 NoticeValAddrLine1      PIC X(40).
    05 NoticeValAddrLine2      PIC X(40).
    05 NoticeValCityStateZip   PIC X(40).
    05 NoticeValCountry        PIC X(02).
    05 NoticeValCarrier        PIC X(30).
    05 NoticeValCertificate    PIC X(20).
    05 NoticeValPremium        PIC X(18).
    05 NoticeValOrigValue      PIC X(18).
    05 NoticeValDate80         PIC X(10).
    05 NoticeValDate78         PIC X(10).
    05 NoticeValOldRate        PIC X(08).
