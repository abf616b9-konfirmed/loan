01  ComplaintRecord.
    05 ComplaintID            PIC 9(6).
    05 ComplaintLoanID        PIC 9(7).
    05 ComplaintBorrowerID    PIC 9(5).
    05 ComplaintChannel       PIC X(06).
        88 ComplaintByPhone     VALUE 'PHONE'.
        88 ComplaintByEmail     VALUE 'EMAIL'.
        88 ComplaintByLetter    VALUE 'LETTER'.
        88 ComplaintByWeb       VALUE 'WEB'.
        88 ComplaintByBranch    VALUE 'BRANCH'.
    05 ComplaintCategory      PIC X(04).
        88 ComplaintPaymentPosting VALUE 'PMT'.
        88 ComplaintFees           VALUE 'FEES'.
        88 ComplaintCollections    VALUE 'COLL'.
        88 ComplaintCreditReport   VALUE 'CRPT'.
        88 ComplaintEscrow         VALUE 'ESCR'.
        88 ComplaintOtherCategory  VALUE 'OTHR'.
    05 ComplaintRegulatorFlag PIC X(01).
        88 ComplaintRegulatorReferred VALUE 'Y'.
        88 ComplaintDirect            VALUE 'N'.
    05 ComplaintRegulator     PIC X(10).
    05 ComplaintReceivedDate  PIC 9(8).
    05 ComplaintDueDate       PIC 9(8).
    05 ComplaintAssignedUser  PIC X(20).
    05 ComplaintEnteredBy     PIC X(20).
    05 ComplaintSummary       PIC X(60).
    05 ComplaintStatus        PIC X(08).
        88 ComplaintOpen     VALUE 'OPEN'.
        88 ComplaintResolved VALUE 'RESOLVED'.
    05 ComplaintResolvedDate  PIC 9(8).
    05 ComplaintResolution    PIC X(60).
    05 ComplaintRootCause     PIC X(04).
        88 ComplaintCauseProcess    VALUE 'PROC'.
        88 ComplaintCauseSystem     VALUE 'SYST'.
        88 ComplaintCauseStaff      VALUE 'STAF'.
        88 ComplaintCausePolicy     VALUE 'POLC'.
        88 ComplaintCauseThirdParty VALUE 'VNDR'.
        88 ComplaintCauseNoError    VALUE 'NOER'.
