01  AgencyPlacementRecord.
    05 PlacementID             PIC 9(7).
    05 PlacementLoanID         PIC 9(7).
    05 PlacementAgencyID       PIC 9(4).
    05 PlacementDate           PIC 9(8).
    05 PlacementBalance        PIC 9(9)V99.
    05 PlacementRemaining      PIC 9(9)V99.
    05 PlacementGrossCollected PIC 9(9)V99.
    05 PlacementCommission     PIC 9(9)V99.
    05 PlacementNetRemitted    PIC 9(9)V99.
    05 PlacementLastRemitDate  PIC 9(8).
    05 PlacementStatus         PIC X(08).
        88 PlacementActive     VALUE 'ACTIVE'.
        88 PlacementRecalled   VALUE 'RECALLED'.
        88 PlacementPaid       VALUE 'PAID'.
    05 PlacementRecallDate     PIC 9(8).
    05 PlacementRecallReason   PIC X(20).
    05 PlacementRecalledBy     PIC X(20).
