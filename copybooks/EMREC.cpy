01  EDeliveryRecord.
    05 EDelivLoanID        PIC 9(7).
    05 EDelivBorrowerID    PIC 9(5).
    05 EDelivEmailAddress  PIC X(60).
    05 EDelivNoticeType    PIC X(12).
    05 EDelivDocumentName  PIC X(40).
    05 EDelivDate          PIC 9(8).
