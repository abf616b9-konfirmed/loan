01  ClaimReleaseRecord.
    05 ReleaseClaimID         PIC 9(6).
    05 ReleaseLoanID          PIC 9(7).
    05 ReleaseDate            PIC 9(8).
    05 ReleaseBasis           PIC X(04).
        88 ReleaseOnInspection  VALUE 'INSP'.
        88 ReleaseOnInvoice     VALUE 'INVC'.
        88 ReleaseToPrincipal   VALUE 'PRIN'.
        88 ReleaseRemainder     VALUE 'RFND'.
    05 ReleaseReference       PIC X(20).
    05 ReleasePercentComplete PIC 9(3).
    05 ReleasePayee           PIC X(30).
    05 ReleaseAmount          PIC 9(9)V99.
    05 ReleaseUserID          PIC X(20).
