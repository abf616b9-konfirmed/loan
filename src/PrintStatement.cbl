    COPY RPSEL.
    COPY THSEL.
    COPY FDSEL.
    COPY SISEL.
    SELECT StatementFile ASSIGN TO WS-StatementFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  FeeDetailFile.
    COPY FDREC.

FD  AutopayFile.
    COPY SIREC.

FD  StatementFile.
01  StatementLine PIC X(80).

01 WS-FeeDetailFileStatus PIC X(02).
01 WS-FeeDetailEOF       PIC X VALUE 'N'.
01 WS-FeeDetailsShown    PIC 9(3) VALUE ZERO.
01 WS-AutopayFileStatus  PIC X(02).
01 WS-AccountFullValue   PIC X(17).
01 WS-AccountMasked      PIC X(17).
01 WS-EDelivery          PIC X VALUE 'N'.
01 WS-EmailAddress       PIC X(60).
01 WS-EDocName           PIC X(40).
01 WS-NoticeLanguage     PIC X(02).
01 WS-TemplateIdx        PIC 9(2).
01 WS-RenderedLine       PIC X(100).
01 WS-PrintLine          PIC X(01).
01 WS-AmountShown        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RateShown          PIC Z9.99.
    COPY NLREC.
    COPY NVREC.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

PROCEDURE DIVISION.
    MOVE 'N' TO EOF.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    CALL 'CheckBadAddress' USING BorrowerID OF LoanRecord
        WS-BadAddress.
    CALL 'CheckDeliveryChannel' USING BorrowerID OF LoanRecord
        WS-EDelivery WS-EmailAddress.
    IF WS-EDelivery = 'Y'
        MOVE 'N' TO WS-BadAddress
    END-IF.
    IF WS-BadAddress = 'Y'
        DISPLAY 'Borrower address is flagged RETURNED MAIL.'
        DISPLAY 'Statement routed to the mail exception queue;'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-StatementFileName.
    STRING 'statement-' WS-LoanID '.txt' DELIMITED BY SIZE
        INTO WS-StatementFileName.
*> an emailed statement is kept out of the print run under its own
*> name and listed on the day's e-delivery file for the vendor
    IF WS-EDelivery = 'Y'
        MOVE SPACES TO WS-EDocName
        STRING 'edoc-' WS-StatementFileName DELIMITED BY SPACE
            INTO WS-EDocName
        MOVE WS-EDocName TO WS-StatementFileName
    END-IF.
    OPEN OUTPUT StatementFile.

    PERFORM WRITE-STATEMENT-HEADER.

    CLOSE StatementFile.
    MOVE 'STATEMENT' TO WS-CorrType.
    IF WS-EDelivery = 'Y'
        CALL 'WriteEDelivery' USING WS-LoanID BorrowerID OF LoanRecord
            WS-EmailAddress WS-CorrType WS-EDocName WS-TodayDate
        DISPLAY 'Statement queued for email to ' WS-EmailAddress
    END-IF.
    MOVE ZERO TO WS-CorrLevel.
    MOVE OutstandingBalance OF LoanRecord TO WS-CorrAmount.
    CALL 'WriteCorrespondenceLog' USING WS-LoanID WS-CorrType
    GOBACK.

WRITE-STATEMENT-HEADER.
    PERFORM FILL-NOTICE-VALUES.
    CALL 'GetBorrowerLanguage' USING BorrowerID OF LoanRecord
        WS-NoticeLanguage.
    MOVE 'STATEMENT' TO WS-CorrType.
    MOVE ZERO TO WS-CorrLevel.
    CALL 'LoadNoticeTemplate' USING WS-CorrType WS-CorrLevel
        WS-NoticeLanguage NoticeTemplateLines.
    PERFORM VARYING WS-TemplateIdx FROM 1 BY 1
            UNTIL WS-TemplateIdx > NoticeLineCount
        CALL 'RenderNoticeLine' USING
            NoticeTemplateLine(WS-TemplateIdx) NoticeValues
            WS-RenderedLine WS-PrintLine
        IF WS-PrintLine = 'Y'
            MOVE WS-RenderedLine TO StatementLine
            WRITE StatementLine
            DISPLAY StatementLine
        END-IF
    END-PERFORM.

    PERFORM WRITE-AUTOPAY-LINE.

    MOVE SPACES TO StatementLine.
    WRITE StatementLine.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE WS-LoanID TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    PERFORM FILL-ADDRESS-VALUES.
    MOVE LoanAmount OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValLoanAmount.
    MOVE InterestRate OF LoanRecord TO WS-RateShown.
    MOVE WS-RateShown TO NoticeValRate.
    MOVE OutstandingBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValBalance.
    MOVE LoanStatus OF LoanRecord TO NoticeValStatus.
    MOVE NextPaymentDueDate OF LoanRecord TO NoticeValDueDate.
    MOVE PaidThroughDate OF LoanRecord TO NoticeValPaidThrough.
    MOVE WS-TodayDate TO NoticeValRunDate.

*> printed output never carries a full account number
WRITE-AUTOPAY-LINE.
    OPEN INPUT AutopayFile.
    IF WS-AutopayFileStatus = '00'
        MOVE WS-LoanID TO AutopayLoanID
        READ AutopayFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AutopayEnrolled
                    MOVE AutopayBankAccount TO WS-AccountFullValue
                    CALL 'MaskSensitiveValue' USING WS-AccountFullValue
                        WS-AccountMasked
                    MOVE SPACES TO StatementLine
                    STRING 'Autopay Debit From Account: ' WS-AccountMasked
                        DELIMITED BY SIZE INTO StatementLine
                    WRITE StatementLine
                    DISPLAY StatementLine
                END-IF
        END-READ
        CLOSE AutopayFile
    END-IF.

*> the unpaid fee balance broken out by fee code so the borrower
*> can see which fees are owed instead of one lump sum
            DISPLAY StatementLine
        END-IF
    END-IF.

*> the borrower's mailing address for the address block
FILL-ADDRESS-VALUES.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
