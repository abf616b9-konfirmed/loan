01  FileRegistryRecord.
    05 RegistryKey.
        10 RegistrySource        PIC X(10).
        10 RegistryFileID        PIC X(20).
        10 RegistryReceivedDate  PIC 9(8).
        10 RegistryReceivedTime  PIC 9(8).
    05 RegistryFileName        PIC X(50).
    05 RegistryProgram         PIC X(20).
    05 RegistryCreationDate    PIC 9(8).
    05 RegistryDetailCount     PIC 9(9).
    05 RegistryDetailTotal     PIC 9(13)V99.
    05 RegistryTrailerCount    PIC 9(9).
    05 RegistryTrailerTotal    PIC 9(13)V99.
    05 RegistryStatus          PIC X(08).
        88 RegistryAccepted        VALUE 'ACCEPTED'.
        88 RegistryRejected        VALUE 'REJECTED'.
    05 RegistryRejectReason    PIC X(40).
