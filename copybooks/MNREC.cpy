01  MaturityNoticeRecord.
    05 MaturityNoticeLoanID    PIC 9(7).
    05 MaturityNoticeForDate   PIC 9(8).
    05 MaturityNoticeLevel     PIC 9(1).
        88 MaturityNoticeFinal     VALUE 1.
        88 MaturityNoticeBalloon   VALUE 2.
    05 MaturityNoticeSentDate  PIC 9(8).
