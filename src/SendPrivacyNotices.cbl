IDENTIFICATION DIVISION.
PROGRAM-ID. SendPrivacyNotices.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY LNSEL.
    COPY CNSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  LoanFile.
    COPY LNREC.

FD  ContactPreferenceFile.
    COPY CNREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus      PIC X(02).
01 WS-LoanFileStatus          PIC X(02).
01 WS-ContactPreferenceStatus PIC X(02).
01 WS-LetterFileName          PIC X(40).
01 WS-EDocName                PIC X(40).
01 WS-BorrowerEOF             PIC X VALUE 'N'.
01 WS-LoanEOF                 PIC X VALUE 'N'.
01 WS-RunDate                 PIC 9(8).
01 WS-ContactOnFile           PIC X VALUE 'N'.
01 WS-OpenLoanID              PIC 9(7) VALUE ZERO.
01 WS-DaysSinceNotice         PIC S9(6) VALUE ZERO.
01 WS-EDelivery               PIC X VALUE 'N'.
01 WS-CorrType                PIC X(12) VALUE 'PRIVACY'.
01 WS-CorrLevel               PIC 9(1) VALUE ZERO.
01 WS-CorrAmount              PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage          PIC X(02).
01 WS-TemplateIdx             PIC 9(2).
01 WS-RenderedLine            PIC X(100).
01 WS-PrintLine               PIC X(01).
01 WS-CityStateZip            PIC X(40).
01 WS-NoticesSent             PIC 9(7) VALUE ZERO.
01 WS-EDelivered              PIC 9(7) VALUE ZERO.
01 WS-AlreadySent             PIC 9(7) VALUE ZERO.
01 WS-BadAddresses            PIC 9(7) VALUE ZERO.
    COPY NLREC.
    COPY NVREC.
    COPY MAREC.

*> a borrower sent a notice this many days ago or less is not sent
*> another, so a rerun of the annual mailing does not mail twice
01 WS-NoticeRepeatDays        PIC S9(6) VALUE 300.

LINKAGE SECTION.
01 LS-AsOfDate                PIC 9(8).
01 LS-NoticesSent             PIC 9(7).

*> the annual privacy notice, to every borrower with a loan still open
*> (anything not paid off, settled or sold). It states the borrower's
*> current information-sharing choice and how to change it, goes by
*> email where the borrower has consented, is queued as a mail
*> exception for a bad address, and is logged in the correspondence
*> log against the borrower's first open loan. The date sent is kept
*> on the borrower's contact preferences. A zero date runs as of the
*> business date
PROCEDURE DIVISION USING LS-AsOfDate LS-NoticesSent.
    DISPLAY 'Sending annual privacy notices...'.
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

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        DISPLAY 'No borrowers on file. No privacy notices sent.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    OPEN I-O ContactPreferenceFile.
    IF WS-ContactPreferenceStatus = '35'
        OPEN OUTPUT ContactPreferenceFile
        CLOSE ContactPreferenceFile
        OPEN I-O ContactPreferenceFile
    END-IF.

    MOVE 'N' TO WS-BorrowerEOF.
    PERFORM UNTIL WS-BorrowerEOF = 'Y'
        READ BorrowerFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BorrowerEOF
            NOT AT END
                PERFORM FIND-OPEN-LOAN
                IF WS-OpenLoanID NOT = ZERO
                    PERFORM CONSIDER-PRIVACY-NOTICE
                END-IF
    END-PERFORM.

    CLOSE BorrowerFile.
    CLOSE LoanFile.
    CLOSE ContactPreferenceFile.

    MOVE WS-NoticesSent TO LS-NoticesSent.
    DISPLAY 'Privacy notices sent: ' WS-NoticesSent.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY 'Already sent within the year: ' WS-AlreadySent.
    DISPLAY 'Held for bad address: ' WS-BadAddresses.
    GOBACK.

FIND-OPEN-LOAN.
    MOVE ZERO TO WS-OpenLoanID.
    MOVE 'N' TO WS-LoanEOF.
    MOVE BorrowerID OF BorrowerRecord TO BorrowerID OF LoanRecord.
    START LoanFile KEY IS EQUAL TO BorrowerID OF LoanRecord
        INVALID KEY
            MOVE 'Y' TO WS-LoanEOF
    END-START.
    PERFORM UNTIL WS-LoanEOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-LoanEOF
            NOT AT END
                IF BorrowerID OF LoanRecord
                        NOT = BorrowerID OF BorrowerRecord
                    MOVE 'Y' TO WS-LoanEOF
                ELSE
                    IF NOT LoanStatusPaidOff AND NOT LoanStatusSettled
                            AND NOT LoanStatusSold
                        MOVE LoanID OF LoanRecord TO WS-OpenLoanID
                        MOVE 'Y' TO WS-LoanEOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

CONSIDER-PRIVACY-NOTICE.
    PERFORM READ-CONTACT-RECORD.
    IF ContactPrivacyNoticeDate > ZERO
        CALL 'DaysBetweenDates' USING ContactPrivacyNoticeDate
            WS-RunDate WS-DaysSinceNotice
    ELSE
        COMPUTE WS-DaysSinceNotice = WS-NoticeRepeatDays + 1
    END-IF.
    MOVE 'N' TO WS-EDelivery.
    IF BorrowerEConsentGiven AND BorrowerPrefersEmail
            AND BorrowerEmailAddress NOT = SPACES
        MOVE 'Y' TO WS-EDelivery
    END-IF.
    EVALUATE TRUE
        WHEN WS-DaysSinceNotice NOT > WS-NoticeRepeatDays
            ADD 1 TO WS-AlreadySent
        WHEN BorrowerBadAddress AND WS-EDelivery = 'N'
            CALL 'WriteMailException' USING WS-OpenLoanID WS-CorrType
                WS-RunDate
            ADD 1 TO WS-BadAddresses
        WHEN OTHER
            PERFORM WRITE-PRIVACY-NOTICE
            CALL 'WriteCorrespondenceLog' USING WS-OpenLoanID
                WS-CorrType WS-CorrLevel WS-CorrAmount WS-RunDate
            MOVE WS-RunDate TO ContactPrivacyNoticeDate
            PERFORM SAVE-CONTACT-RECORD
            ADD 1 TO WS-NoticesSent
    END-EVALUATE.

WRITE-PRIVACY-NOTICE.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'privacy-' BorrowerID OF BorrowerRecord '-' WS-RunDate
        '.txt' DELIMITED BY SIZE INTO WS-LetterFileName.
    IF WS-EDelivery = 'Y'
        MOVE SPACES TO WS-EDocName
        STRING 'edoc-' WS-LetterFileName DELIMITED BY SPACE
            INTO WS-EDocName
        MOVE WS-EDocName TO WS-LetterFileName
    END-IF.
    PERFORM FILL-NOTICE-VALUES.
    MOVE BorrowerLanguage TO WS-NoticeLanguage.
    CALL 'LoadNoticeTemplate' USING WS-CorrType WS-CorrLevel
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
        CALL 'WriteEDelivery' USING WS-OpenLoanID
            BorrowerID OF BorrowerRecord BorrowerEmailAddress
            WS-CorrType WS-LetterFileName WS-RunDate
        ADD 1 TO WS-EDelivered
    END-IF.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE BorrowerFullName TO NoticeValName.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE BorrowerAddress TO MailingAddress.
    CALL 'FormatCityStateZip' USING MailingAddress WS-CityStateZip.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
    IF ContactPrivacyOptedOut
        MOVE 'OPTED OUT' TO NoticeValStatus
    ELSE
        MOVE 'NOT LIMITED' TO NoticeValStatus
    END-IF.

READ-CONTACT-RECORD.
    MOVE 'N' TO WS-ContactOnFile.
    MOVE BorrowerID OF BorrowerRecord TO ContactBorrowerID.
    READ ContactPreferenceFile
        INVALID KEY
            INITIALIZE ContactPreferenceRecord
            MOVE BorrowerID OF BorrowerRecord TO ContactBorrowerID
        NOT INVALID KEY
            MOVE 'Y' TO WS-ContactOnFile
    END-READ.

SAVE-CONTACT-RECORD.
    IF WS-ContactOnFile = 'Y'
        REWRITE ContactPreferenceRecord
    ELSE
        WRITE ContactPreferenceRecord
    END-IF.
