    SELECT NoticeTemplateFile ASSIGN TO 'notice-templates.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TemplateKey
        FILE STATUS IS WS-NoticeTemplateStatus.
