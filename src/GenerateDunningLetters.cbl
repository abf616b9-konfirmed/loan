01 WS-BankruptcyHold      PIC X VALUE 'N'.
01 WS-DeceasedHold        PIC X VALUE 'N'.
01 WS-BadAddress          PIC X VALUE 'N'.
01 WS-EDelivery           PIC X VALUE 'N'.
01 WS-EmailAddress        PIC X(60).
01 WS-EDocName            PIC X(40).
01 WS-EDelivered          PIC 9(7) VALUE ZERO.
01 WS-CorrType            PIC X(12).
01 WS-CorrAmount          PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage      PIC X(02).
01 WS-TemplateIdx         PIC 9(2).
01 WS-RenderedLine        PIC X(100).
01 WS-PrintLine           PIC X(01).
01 WS-AmountShown         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-DaysShown           PIC ZZZZ9.
01 WS-LetterType          PIC X(12).
01 WS-LetterPrefix        PIC X(11).
01 WS-DaysSinceLetter     PIC S9(6).
01 WS-TimeBarred          PIC X VALUE 'N'.
01 WS-PastReportingLimit  PIC X VALUE 'N'.
01 WS-TimeBarDate         PIC 9(8).
01 WS-BalanceOwed         PIC 9(9)V99.
01 WS-CollectionLetters   PIC 9(7) VALUE ZERO.
    COPY NLREC.
    COPY NVREC.

*> configurable dunning thresholds (days past due)
01 WS-FirstReminderDays   PIC 9(3) VALUE 5.
01 WS-SecondNoticeDays    PIC 9(3) VALUE 30.
01 WS-FinalDemandDays     PIC 9(3) VALUE 60.
*> days between collection letters on a charged-off account
01 WS-CollectionLetterDays PIC 9(3) VALUE 30.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-LettersProduced PIC 9(7).
                    BorrowerID OF LoanRecord WS-DeceasedHold
                CALL 'CheckBadAddress' USING
                    BorrowerID OF LoanRecord WS-BadAddress
                CALL 'CheckDeliveryChannel' USING
                    BorrowerID OF LoanRecord WS-EDelivery WS-EmailAddress
                IF WS-EDelivery = 'Y'
                    MOVE 'N' TO WS-BadAddress
                END-IF
                EVALUATE TRUE
                    WHEN WS-BankruptcyHold = 'Y'
                        CONTINUE
                    WHEN LoanStatusActive
                            AND NextPaymentDueDate NOT LESS THAN WS-RunDate
                        PERFORM RESET-DUNNING-STATUS
                    WHEN LoanStatusChargedOff AND WS-BadAddress = 'N'
                        PERFORM CONSIDER-COLLECTION-LETTER
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE

    MOVE WS-LettersProduced TO LS-LettersProduced.
    DISPLAY 'Past-due notice letters produced: ' WS-LettersProduced.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY '  of which collection letters: ' WS-CollectionLetters.
    GOBACK.

*> a loan moves through the notice levels one step at a time; a level
                MOVE WS-FinalDemandDays TO WS-NextLevelThreshold
        END-EVALUATE
        IF WS-DaysLate >= WS-NextLevelThreshold
            PERFORM COMPUTE-AMOUNT-OWED
            PERFORM FILL-NOTICE-VALUES
            MOVE 'DUNNING' TO WS-LetterType
            MOVE 'dunning-' TO WS-LetterPrefix
            PERFORM WRITE-DUNNING-LETTER
            MOVE WS-NextLevel TO DunningLastLevel
            MOVE WS-RunDate   TO DunningLastSentDate
        END-IF
    END-IF.

*> a charged-off account gets a collection letter on a fixed cadence.
*> The wording depends on where the debt stands under the borrower's
*> state limitations period: level 1 while suit is still possible,
*> level 2 once time-barred (disclosure, no threat of suit), level 3
*> once also past the credit reporting limit
CONSIDER-COLLECTION-LETTER.
    PERFORM READ-DUNNING-STATUS.
    IF DunningLastSentDate = ZERO
        MOVE WS-CollectionLetterDays TO WS-DaysSinceLetter
    ELSE
        CALL 'DaysBetweenDates' USING DunningLastSentDate
            WS-RunDate WS-DaysSinceLetter
    END-IF.
    IF WS-DaysSinceLetter >= WS-CollectionLetterDays
        CALL 'CheckTimeBarredDebt' USING LoanID OF LoanRecord
            WS-RunDate WS-TimeBarred WS-PastReportingLimit
            WS-TimeBarDate WS-BalanceOwed
        IF WS-BalanceOwed > ZERO
            EVALUATE TRUE
                WHEN WS-PastReportingLimit = 'Y'
                    MOVE 3 TO WS-NextLevel
                WHEN WS-TimeBarred = 'Y'
                    MOVE 2 TO WS-NextLevel
                WHEN OTHER
                    MOVE 1 TO WS-NextLevel
            END-EVALUATE
            MOVE WS-BalanceOwed TO WS-AmountOwed
            MOVE ZERO TO WS-Installment
            MOVE ZERO TO WS-DaysLate
            PERFORM FILL-NOTICE-VALUES
            MOVE WS-AmountOwed TO WS-AmountShown
            MOVE WS-AmountShown TO NoticeValBalance
            MOVE 'COLLECTION' TO WS-LetterType
            MOVE 'collection-' TO WS-LetterPrefix
            PERFORM WRITE-DUNNING-LETTER
            MOVE WS-NextLevel TO DunningLastLevel
            MOVE WS-RunDate   TO DunningLastSentDate
            PERFORM SAVE-DUNNING-STATUS
            MOVE 'COLLECTION' TO WS-CorrType
            MOVE WS-AmountOwed TO WS-CorrAmount
            CALL 'WriteCorrespondenceLog' USING
                LoanID OF LoanRecord WS-CorrType WS-NextLevel
                WS-CorrAmount WS-RunDate
            ADD 1 TO WS-LettersProduced
            ADD 1 TO WS-CollectionLetters
        END-IF
    END-IF.

WRITE-DUNNING-LETTER.
    MOVE SPACES TO WS-LetterFileName.
    STRING WS-LetterPrefix DELIMITED BY SPACE
        LoanID OF LoanRecord '-' WS-RunDate '.txt'
        DELIMITED BY SIZE INTO WS-LetterFileName.
    IF WS-EDelivery = 'Y'
        PERFORM NAME-EDELIVERY-DOCUMENT
    END-IF.
    CALL 'GetBorrowerLanguage' USING BorrowerID OF LoanRecord
        WS-NoticeLanguage.
    MOVE WS-LetterType TO WS-CorrType.
    CALL 'LoadNoticeTemplate' USING WS-CorrType WS-NextLevel
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
        MOVE WS-LetterType TO WS-CorrType
        CALL 'WriteEDelivery' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord WS-EmailAddress WS-CorrType
            WS-LetterFileName WS-RunDate
        ADD 1 TO WS-EDelivered
    END-IF.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    PERFORM FILL-ADDRESS-VALUES.
    MOVE NextPaymentDueDate OF LoanRecord TO NoticeValDueDate.
    MOVE WS-DaysLate TO WS-DaysShown.
    MOVE WS-DaysShown TO NoticeValDaysLate.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE WS-Installment TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValInstallment.
    MOVE UnpaidFeeBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValFees.
    MOVE WS-AmountOwed TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValAmountDue.

*> an emailed document is kept out of the print run under its own
*> name and listed on the day's e-delivery file for the vendor
NAME-EDELIVERY-DOCUMENT.
    MOVE SPACES TO WS-EDocName.
    STRING 'edoc-' WS-LetterFileName DELIMITED BY SPACE
        INTO WS-EDocName.
    MOVE WS-EDocName TO WS-LetterFileName.

*> the per-period payment honors the loan's own payment cycle
COMPUTE-AMOUNT-OWED.
        CLOSE DunningStatusFile
        OPEN I-O DunningStatusFile
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
