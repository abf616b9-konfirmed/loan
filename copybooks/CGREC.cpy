01  CollectionAgencyRecord.
    05 AgencyID                PIC 9(4).
    05 AgencyName              PIC X(30).
    05 AgencyContact           PIC X(30).
    05 AgencyPhone             PIC X(15).
    05 AgencyCommissionPct     PIC 9(2)V99.
    05 AgencyStatus            PIC X(08).
        88 AgencyActive        VALUE 'ACTIVE'.
        88 AgencyInactive      VALUE 'INACTIVE'.
    05 AgencyAddedDate         PIC 9(8).
    05 AgencyAddedBy           PIC X(20).
