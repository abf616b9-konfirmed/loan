01  InboundControlRecord.
    05 InboundRecordType       PIC X(03).
        88 InboundHeader           VALUE 'HDR'.
        88 InboundTrailer          VALUE 'TRL'.
    05 InboundHeaderData.
        10 InboundFileID           PIC X(20).
        10 InboundCreationDate     PIC 9(8).
    05 InboundTrailerData REDEFINES InboundHeaderData.
        10 InboundRecordCount      PIC 9(9).
        10 InboundAmountTotal      PIC 9(13)V99.
        10 FILLER                  PIC X(04).
