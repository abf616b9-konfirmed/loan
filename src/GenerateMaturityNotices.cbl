IDENTIFICATION DIVISION.
PROGRAM-ID. GenerateMaturityNotices.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY MNSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  MaturityNoticeFile.
    COPY MNREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-LoanFileStatus         PIC X(02).
01 WS-MaturityNoticeStatus   PIC X(02).
01 WS-LetterFileName         PIC X(40).
01 WS-EDocName               PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-MaturityDate           PIC 9(8).
01 WS-TermMonths             PIC 9(4).
01 WS-DaysToMaturity         PIC S9(6).
01 WS-LeadDays               PIC S9(6).
01 WS-NoticeOnFile           PIC X VALUE 'N'.
01 WS-NoticeLevel            PIC 9(1).
01 WS-BankruptcyHold         PIC X VALUE 'N'.
01 WS-DeceasedHold           PIC X VALUE 'N'.
01 WS-BadAddress             PIC X VALUE 'N'.
01 WS-EDelivery              PIC X VALUE 'N'.
01 WS-EmailAddress           PIC X(60).
01 WS-CorrType               PIC X(12) VALUE 'MATURITY'.
01 WS-CorrAmount             PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage         PIC X(02).
01 WS-TemplateIdx            PIC 9(2).
01 WS-RenderedLine           PIC X(100).
01 WS-PrintLine              PIC X(01).
01 WS-AmountShown            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CityStateZip           PIC X(40).
01 WS-AddressFound           PIC X(01).
01 WS-NoticesSent            PIC 9(7) VALUE ZERO.
01 WS-BalloonNotices         PIC 9(7) VALUE ZERO.
01 WS-EDelivered             PIC 9(7) VALUE ZERO.
01 WS-BadAddresses           PIC 9(7) VALUE ZERO.
    COPY NLREC.
    COPY NVREC.
    COPY MAREC.

*> days ahead of final maturity the maturity notice goes out, and the
*> longer lead for a loan with a balloon payment to arrange
01 WS-MaturityNoticeDays     PIC S9(6) VALUE 60.
01 WS-BalloonNoticeDays      PIC S9(6) VALUE 90.

LINKAGE SECTION.
01 LS-NoticesSent            PIC 9(7).

*> advance notice of final maturity for every active loan with a
*> balance: level 1 for a loan that pays down to its maturity, level 2
*> (the balloon notice, with the longer lead) where a balloon payment
*> falls due. Maturity is the origination date plus the loan term, so
*> an extended loan is noticed again for its new date. The maturity
*> date each loan was noticed for is kept on maturity-notices.dat, so
*> each date is noticed once. Holds, bad addresses and e-delivery are
*> handled as for past-due notices
PROCEDURE DIVISION USING LS-NoticesSent.
    DISPLAY 'Generating maturity and balloon notices...'.
    MOVE ZERO TO LS-NoticesSent.
    MOVE ZERO TO WS-NoticesSent.
    MOVE ZERO TO WS-BalloonNotices.
    MOVE ZERO TO WS-EDelivered.
    MOVE ZERO TO WS-BadAddresses.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. No maturity notices sent.'
        GOBACK
    END-IF.
    PERFORM OPEN-MATURITY-NOTICE-FILE.

    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LoanStatusActive
                        AND OutstandingBalance OF LoanRecord > ZERO
                        AND LoanOriginationDate > ZERO
                    PERFORM CONSIDER-MATURITY-NOTICE
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    CLOSE MaturityNoticeFile.

    MOVE WS-NoticesSent TO LS-NoticesSent.
    DISPLAY 'Maturity notices sent: ' WS-NoticesSent.
    DISPLAY '  of which balloon notices: ' WS-BalloonNotices.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY 'Held for bad address: ' WS-BadAddresses.
    GOBACK.

CONSIDER-MATURITY-NOTICE.
    MOVE LoanTerm OF LoanRecord TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-MaturityDate.
    IF BalloonAmount OF LoanRecord > ZERO
        MOVE 2 TO WS-NoticeLevel
        MOVE WS-BalloonNoticeDays TO WS-LeadDays
    ELSE
        MOVE 1 TO WS-NoticeLevel
        MOVE WS-MaturityNoticeDays TO WS-LeadDays
    END-IF.
    CALL 'DaysBetweenDates' USING WS-RunDate WS-MaturityDate
        WS-DaysToMaturity.
    IF WS-DaysToMaturity NOT < ZERO
            AND WS-DaysToMaturity NOT > WS-LeadDays
        PERFORM READ-MATURITY-NOTICE
        IF WS-NoticeOnFile = 'N'
                OR MaturityNoticeForDate NOT = WS-MaturityDate
            PERFORM SEND-MATURITY-NOTICE
        END-IF
    END-IF.

SEND-MATURITY-NOTICE.
    CALL 'CheckBankruptcyHold' USING
        LoanID OF LoanRecord WS-BankruptcyHold.
    CALL 'CheckDeceasedHold' USING
        BorrowerID OF LoanRecord WS-DeceasedHold.
    CALL 'CheckBadAddress' USING
        BorrowerID OF LoanRecord WS-BadAddress.
    CALL 'CheckDeliveryChannel' USING
        BorrowerID OF LoanRecord WS-EDelivery WS-EmailAddress.
    IF WS-EDelivery = 'Y'
        MOVE 'N' TO WS-BadAddress
    END-IF.
    EVALUATE TRUE
        WHEN WS-BankruptcyHold = 'Y'
            CONTINUE
        WHEN WS-DeceasedHold = 'Y'
            CONTINUE
        WHEN WS-BadAddress = 'Y'
            CALL 'WriteMailException' USING
                LoanID OF LoanRecord WS-CorrType WS-RunDate
            ADD 1 TO WS-BadAddresses
        WHEN OTHER
            PERFORM FILL-NOTICE-VALUES
            PERFORM WRITE-MATURITY-NOTICE
            IF WS-NoticeLevel = 2
                MOVE BalloonAmount OF LoanRecord TO WS-CorrAmount
                ADD 1 TO WS-BalloonNotices
            ELSE
                MOVE OutstandingBalance OF LoanRecord TO WS-CorrAmount
            END-IF
            CALL 'WriteCorrespondenceLog' USING
                LoanID OF LoanRecord WS-CorrType WS-NoticeLevel
                WS-CorrAmount WS-RunDate
            MOVE WS-MaturityDate TO MaturityNoticeForDate
            MOVE WS-NoticeLevel  TO MaturityNoticeLevel
            MOVE WS-RunDate      TO MaturityNoticeSentDate
            PERFORM SAVE-MATURITY-NOTICE
            ADD 1 TO WS-NoticesSent
    END-EVALUATE.

WRITE-MATURITY-NOTICE.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'maturity-' LoanID OF LoanRecord '-' WS-RunDate '.txt'
        DELIMITED BY SIZE INTO WS-LetterFileName.
    IF WS-EDelivery = 'Y'
        MOVE SPACES TO WS-EDocName
        STRING 'edoc-' WS-LetterFileName DELIMITED BY SPACE
            INTO WS-EDocName
        MOVE WS-EDocName TO WS-LetterFileName
    END-IF.
    CALL 'GetBorrowerLanguage' USING BorrowerID OF LoanRecord
        WS-NoticeLanguage.
    CALL 'LoadNoticeTemplate' USING WS-CorrType WS-NoticeLevel
        WS-NoticeLanguage NoticeTemplateLines.
    OPEN OUTPUT LetterFile.
    PERFORM VARYING WS-TemplateIdx FROM 1 BY 1
            UNTIL WS-TemplateIdx > NoticeLineCount
        CALL 'RenderNoticeLine' USING
            NoticeTemplateLine(WS-TemplateIdx) NoticeValues
            WS-RenderedLine WS-PrintLine
        IF WS-PrintLine = 'Y'
            MOVE WS-RenderedLine TO LetterLine
            WRITE LetterLine
        END-IF
    END-PERFORM.
    CLOSE LetterFile.
    IF WS-EDelivery = 'Y'
        CALL 'WriteEDelivery' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord WS-EmailAddress WS-CorrType
            WS-LetterFileName WS-RunDate
        ADD 1 TO WS-EDelivered
    END-IF.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    MOVE WS-MaturityDate TO NoticeValDueDate.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE OutstandingBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValBalance.
    IF BalloonAmount OF LoanRecord > ZERO
        MOVE BalloonAmount OF LoanRecord TO WS-AmountShown
        MOVE WS-AmountShown TO NoticeValAmountDue
    END-IF.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.

READ-MATURITY-NOTICE.
    MOVE 'N' TO WS-NoticeOnFile.
    MOVE LoanID OF LoanRecord TO MaturityNoticeLoanID.
    READ MaturityNoticeFile
        INVALID KEY
            INITIALIZE MaturityNoticeRecord
            MOVE LoanID OF LoanRecord TO MaturityNoticeLoanID
        NOT INVALID KEY
            MOVE 'Y' TO WS-NoticeOnFile
    END-READ.

SAVE-MATURITY-NOTICE.
    IF WS-NoticeOnFile = 'Y'
        REWRITE MaturityNoticeRecord
    ELSE
        WRITE MaturityNoticeRecord
    END-IF.

OPEN-MATURITY-NOTICE-FILE.
    OPEN I-O MaturityNoticeFile.
    IF WS-MaturityNoticeStatus = '35'
        OPEN OUTPUT MaturityNoticeFile
        CLOSE MaturityNoticeFile
        OPEN I-O MaturityNoticeFile
    END-IF.
