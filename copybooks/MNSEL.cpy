    SELECT MaturityNoticeFile ASSIGN TO 'maturity-notices.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MaturityNoticeLoanID
        FILE STATUS IS WS-MaturityNoticeStatus.
