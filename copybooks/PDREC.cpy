01  PaidCheckRecord.
    05 PaidCheckNumber     PIC 9(8).
    05 PaidCheckDate       PIC 9(8).
    05 PaidCheckAmount     PIC 9(9)V99.
