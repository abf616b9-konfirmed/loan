01  NoticeTemplateLines.
    05 NoticeLineCount         PIC 9(2).
    05 NoticeLanguageUsed      PIC X(02).
    05 NoticeTemplateLine      PIC X(100) OCCURS 40 TIMES.
