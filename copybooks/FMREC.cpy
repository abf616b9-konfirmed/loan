01  FileManifestRecord.
    05 ManifestKey.
        10 ManifestBusinessDate  PIC 9(8).
        10 ManifestFileName      PIC X(50).
    05 ManifestProgram         PIC X(20).
    05 ManifestRecordCount     PIC 9(9).
    05 ManifestHashTotal       PIC 9(13)V99.
    05 ManifestProducedDate    PIC 9(8).
    05 ManifestProducedTime    PIC 9(8).
    05 ManifestStatus          PIC X(12).
        88 ManifestProduced        VALUE 'PRODUCED'.
        88 ManifestTransmitted     VALUE 'TRANSMITTED'.
        88 ManifestAcknowledged    VALUE 'ACKNOWLEDGED'.
    05 ManifestDestination     PIC X(20).
    05 ManifestTransmittedDate PIC 9(8).
    05 ManifestTransmittedUser PIC X(20).
    05 ManifestAckDate         PIC 9(8).
    05 ManifestAckUser         PIC X(20).
    05 ManifestAckReference    PIC X(20).
