IDENTIFICATION DIVISION.
PROGRAM-ID. SendPmiDisclosures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PMSEL.
    COPY LNSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PmiFile.
    COPY PMREC.

FD  LoanFile.
    COPY LNREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-PmiFileStatus          PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-LetterFileName         PIC X(40).
01 WS-EDocName               PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-DaysSinceNotice        PIC S9(6) VALUE ZERO.
01 WS-ScheduledBalance       PIC 9(9)V99.
01 WS-Date80                 PIC 9(8).
01 WS-Date78                 PIC 9(8).
01 WS-BankruptcyHold         PIC X VALUE 'N'.
01 WS-DeceasedHold           PIC X VALUE 'N'.
01 WS-BadAddress             PIC X VALUE 'N'.
01 WS-EDelivery              PIC X VALUE 'N'.
01 WS-EmailAddress           PIC X(60).
01 WS-CorrType               PIC X(12) VALUE 'PMI'.
01 WS-NoticeLevel            PIC 9(1) VALUE 2.
01 WS-CorrAmount             PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage         PIC X(02).
01 WS-TemplateIdx            PIC 9(2).
01 WS-RenderedLine           PIC X(100).
01 WS-PrintLine              PIC X(01).
01 WS-AmountShown            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CityStateZip           PIC X(40).
01 WS-AddressFound           PIC X(01).
01 WS-NoticesSent            PIC 9(7) VALUE ZERO.
01 WS-EDelivered             PIC 9(7) VALUE ZERO.
01 WS-AlreadySent            PIC 9(7) VALUE ZERO.
01 WS-BadAddresses           PIC 9(7) VALUE ZERO.
    COPY NLREC.
    COPY NVREC.
    COPY MAREC.

*> a loan sent a disclosure this many days ago or less is not sent
*> another, so a rerun of the annual mailing does not mail twice
01 WS-NoticeRepeatDays       PIC S9(6) VALUE 300.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-NoticesSent            PIC 9(7).

*> the annual PMI disclosure, to the borrower on every active loan
*> with private mortgage insurance in force: the carrier, certificate
*> and premium, the property's original value and the current
*> balance, the borrower's right to request cancellation at 80% and
*> the automatic cancellation at 78%, with the dates the initial
*> amortization schedule reaches each. Holds, bad addresses and
*> e-delivery are handled as for past-due notices; the date sent is
*> kept on the PMI record. A zero date runs as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-NoticesSent.
    DISPLAY 'Sending annual PMI disclosures...'.
    MOVE ZERO TO LS-NoticesSent.
    MOVE ZERO TO WS-NoticesSent.
    MOVE ZERO TO WS-EDelivered.
    MOVE ZERO TO WS-AlreadySent.
    MOVE ZERO TO WS-BadAddresses.
    IF LS-AsOfDate = ZERO
        CALL 'GetBusinessDate' USING WS-RunDate
    ELSE
        MOVE LS-AsOfDate TO WS-RunDate
    END-IF.

    OPEN I-O PmiFile.
    IF WS-PmiFileStatus NOT = '00'
        DISPLAY 'No PMI on file. No PMI disclosures sent.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. No PMI disclosures sent.'
        CLOSE PmiFile
        GOBACK
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ PmiFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF PmiActive
                    PERFORM CONSIDER-PMI-DISCLOSURE
                END-IF
    END-PERFORM.
    CLOSE PmiFile.
    CLOSE LoanFile.

    MOVE WS-NoticesSent TO LS-NoticesSent.
    DISPLAY 'PMI disclosures sent: ' WS-NoticesSent.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY 'Already sent within the year: ' WS-AlreadySent.
    DISPLAY 'Held for bad address: ' WS-BadAddresses.
    GOBACK.

CONSIDER-PMI-DISCLOSURE.
    MOVE 'N' TO WS-LoanFound.
    MOVE PmiLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LoanStatusActive
                MOVE 'Y' TO WS-LoanFound
            END-IF
    END-READ.
    IF WS-LoanFound = 'Y'
        IF PmiLastDisclosureDate > ZERO
            CALL 'DaysBetweenDates' USING PmiLastDisclosureDate
                WS-RunDate WS-DaysSinceNotice
        ELSE
            COMPUTE WS-DaysSinceNotice = WS-NoticeRepeatDays + 1
        END-IF
        IF WS-DaysSinceNotice NOT > WS-NoticeRepeatDays
            ADD 1 TO WS-AlreadySent
        ELSE
            PERFORM SEND-PMI-DISCLOSURE
        END-IF
    END-IF.

SEND-PMI-DISCLOSURE.
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
            PERFORM WRITE-PMI-DISCLOSURE
            MOVE PmiMonthlyPremium TO WS-CorrAmount
            CALL 'WriteCorrespondenceLog' USING
                LoanID OF LoanRecord WS-CorrType WS-NoticeLevel
                WS-CorrAmount WS-RunDate
            MOVE WS-RunDate TO PmiLastDisclosureDate
            REWRITE PmiRecord
            ADD 1 TO WS-NoticesSent
    END-EVALUATE.

WRITE-PMI-DISCLOSURE.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'pmi-disclosure-' LoanID OF LoanRecord '-' WS-RunDate
        '.txt' DELIMITED BY SIZE INTO WS-LetterFileName.
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
    CALL 'ComputePmiSchedule' USING LoanRecord PmiOriginalValue
        WS-RunDate WS-ScheduledBalance WS-Date80 WS-Date78.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE PmiCarrier TO NoticeValCarrier.
    MOVE PmiCertificateNumber TO NoticeValCertificate.
    MOVE PmiMonthlyPremium TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValPremium.
    MOVE PmiOriginalValue TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValOrigValue.
    MOVE OutstandingBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValBalance.
    IF WS-Date80 > WS-RunDate
        MOVE WS-Date80 TO NoticeValDate80
    END-IF.
    IF WS-Date78 > WS-RunDate
        MOVE WS-Date78 TO NoticeValDate78
    END-IF.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
