01  ForeclosureTimelineRecord.
    05 TimelineState           PIC X(02).
    05 TimelineJudicialFlag    PIC X(01).
        88 TimelineJudicial    VALUE 'Y'.
        88 TimelineNonJudicial VALUE 'N'.
        88 TimelineJudicialValid VALUE 'Y' 'N'.
    05 TimelineFirstLegalDays  PIC 9(3).
    05 TimelineJudgmentDays    PIC 9(3).
    05 TimelineSaleDays        PIC 9(3).
