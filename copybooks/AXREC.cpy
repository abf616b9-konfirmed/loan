01  AgencyOutboundRecord.
    05 AgxAction               PIC X(01).
        88 AgxPlacement        VALUE 'P'.
        88 AgxRecall           VALUE 'R'.
    05 AgxAgencyID             PIC 9(4).
    05 AgxLoanID               PIC 9(7).
    05 AgxActionDate           PIC 9(8).
    05 AgxBorrowerName         PIC X(30).
    05 AgxAddressLine1         PIC X(40).
    05 AgxAddressLine2         PIC X(40).
    05 AgxCity                 PIC X(25).
    05 AgxState                PIC X(02).
    05 AgxZipCode              PIC X(09).
    05 AgxPhone                PIC X(15).
    05 AgxChargeOffDate        PIC 9(8).
    05 AgxBalance              PIC 9(9)V99.
    05 AgxRecallReason         PIC X(20).
