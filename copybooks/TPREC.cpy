01  NoticeTemplateRecord.
    05 TemplateKey.
        10 TemplateNoticeType  PIC X(12).
            88 TemplateBilling     VALUE 'BILLING'.
            88 TemplateDunning     VALUE 'DUNNING'.
            88 TemplateAdverse     VALUE 'ADVERSE-ACT'.
            88 TemplateStatement   VALUE 'STATEMENT'.
            88 TemplateCollection  VALUE 'COLLECTION'.
            88 TemplatePrivacy     VALUE 'PRIVACY'.
            88 TemplateMaturity    VALUE 'MATURITY'.
            88 TemplatePmi         VALUE 'PMI'.
        10 TemplateLevel       PIC 9(1).
        10 TemplateLanguage    PIC X(02).
            88 TemplateLanguageValid VALUE 'EN' 'ES'.
        10 TemplateLineNo      PIC 9(2).
    05 TemplateText            PIC X(100).
    05 TemplateChangedUserID   PIC X(20).
    05 TemplateChangedDate     PIC 9(8).
