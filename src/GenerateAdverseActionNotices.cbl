01 WS-CorrType              PIC X(12).
01 WS-CorrLevel             PIC 9(1) VALUE ZERO.
01 WS-CorrAmount            PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage        PIC X(02).
01 WS-TemplateIdx           PIC 9(2).
01 WS-RenderedLine          PIC X(100).
01 WS-PrintLine             PIC X(01).
01 WS-AmountShown           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    COPY NLREC.
    COPY NVREC.

*> Reg B allows 30 days; anything older than the warning age without
*> a notice on the log is a compliance exception
01 WS-WarningDays           PIC 9(3) VALUE 25.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-NoticesSent PIC 9(7).
    PERFORM LOOKUP-BORROWER-NAME.
    STRING 'adverse-action-' ApplicationID '-' WS-RunDate '.txt'
        DELIMITED BY SIZE INTO WS-NoticeFileName.
    PERFORM FILL-NOTICE-VALUES.
    MOVE 'ADVERSE-ACT' TO WS-CorrType.
    MOVE ZERO TO WS-CorrLevel.
    CALL 'LoadNoticeTemplate' USING WS-CorrType WS-CorrLevel
        WS-NoticeLanguage NoticeTemplateLines.
    OPEN OUTPUT NoticeFile.
    PERFORM VARYING WS-TemplateIdx FROM 1 BY 1
            UNTIL WS-TemplateIdx > NoticeLineCount
        CALL 'RenderNoticeLine' USING
            NoticeTemplateLine(WS-TemplateIdx) NoticeValues
            WS-RenderedLine WS-PrintLine
        IF WS-PrintLine = 'Y'
            MOVE WS-RenderedLine TO NoticeLine
            WRITE NoticeLine
        END-IF
    END-PERFORM.
    CLOSE NoticeFile.

    MOVE ApplicationID TO WS-CorrKey.
    DISPLAY 'Adverse action notice produced for Application '
        ApplicationID '.'.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE ApplicationID TO NoticeValApplication.
    MOVE WS-BorrowerNameOut TO NoticeValName.
    PERFORM FILL-ADDRESS-VALUES.
    MOVE AppDecisionDate TO NoticeValDecisionDate.
    MOVE AppDecisionReason TO NoticeValReason.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE AppRequestedAmount TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValAmountDue.

*> the applicant's name and the language their notice is worded in
LOOKUP-BORROWER-NAME.
    MOVE SPACES TO WS-BorrowerNameOut.
    MOVE 'EN' TO WS-NoticeLanguage.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE AppBorrowerID TO BorrowerID OF BorrowerRecord
                CONTINUE
            NOT INVALID KEY
                MOVE BorrowerFullName TO WS-BorrowerNameOut
                IF BorrowerLanguage NOT = SPACES
                    MOVE BorrowerLanguage TO WS-NoticeLanguage
                END-IF
        END-READ
        CLOSE BorrowerFile
    END-IF.

*> the borrower's mailing address for the address block
FILL-ADDRESS-VALUES.
    CALL 'GetMailingAddress' USING AppBorrowerID
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
