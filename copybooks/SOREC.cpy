01  StateLimitationsRecord.
    05 SolState                PIC X(02).
    05 SolYears                PIC 9(2).
    05 SolUpdatedDate          PIC 9(8).
    05 SolUpdatedBy            PIC X(20).
