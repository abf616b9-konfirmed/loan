01 WS-PeriodsPerYear      PIC 9(2).
01 WS-TotalPeriods        PIC 9(4).
01 WS-IOCutoffDate        PIC 9(8).
01 WS-IOMonths            PIC 9(4).
01 WS-OnePlusRatePowerN   PIC 9(3)V9(6).
01 WS-Installment         PIC 9(9)V99.
01 WS-DaysAccrued         PIC 9(5).
01 WS-BankruptcyHold      PIC X VALUE 'N'.
01 WS-DeceasedHold        PIC X VALUE 'N'.
01 WS-BadAddress          PIC X VALUE 'N'.
01 WS-EDelivery           PIC X VALUE 'N'.
01 WS-EmailAddress        PIC X(60).
01 WS-EDocName            PIC X(40).
01 WS-EDelivered          PIC 9(7) VALUE ZERO.
01 WS-CorrType            PIC X(12).
01 WS-CorrLevel           PIC 9(1) VALUE ZERO.
01 WS-CorrAmount          PIC 9(11)V99 VALUE ZERO.
01 WS-BuydownReduction    PIC 9(2)V99 VALUE ZERO.
01 WS-BillingRate         PIC 9(2)V99 VALUE ZERO.
01 WS-NoticeLanguage      PIC X(02).
01 WS-TemplateIdx         PIC 9(2).
01 WS-RenderedLine        PIC X(100).
01 WS-PrintLine           PIC X(01).
01 WS-AmountShown         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    COPY NLREC.
    COPY NVREC.

*> notices go out this many days ahead of the due date
01 WS-NoticeLeadDays      PIC S9(6) VALUE 10.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-NoticesProduced PIC 9(7).
                    BorrowerID OF LoanRecord WS-DeceasedHold
                CALL 'CheckBadAddress' USING
                    BorrowerID OF LoanRecord WS-BadAddress
                CALL 'CheckDeliveryChannel' USING
                    BorrowerID OF LoanRecord WS-EDelivery WS-EmailAddress
                IF WS-EDelivery = 'Y'
                    MOVE 'N' TO WS-BadAddress
                END-IF
                IF LoanStatusActive
                        AND NextPaymentDueDate NOT LESS THAN WS-RunDate
                        AND NextPaymentDueDate

    MOVE WS-NoticesProduced TO LS-NoticesProduced.
    DISPLAY 'Billing notices produced: ' WS-NoticesProduced.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY 'Register written to ' WS-RegisterFileName.
    GOBACK.

    PERFORM COMPUTE-INTEREST-DUE.
    PERFORM LOOKUP-ESCROW-DUE.
    IF InterestOnlyMonths > ZERO
        MOVE InterestOnlyMonths OF LoanRecord TO WS-IOMonths
        CALL 'AddMonthsToDate' USING LoanOriginationDate OF LoanRecord
            WS-IOMonths WS-IOCutoffDate
    ELSE
        MOVE ZERO TO WS-IOCutoffDate
    END-IF.
    END-IF.
    COMPUTE WS-TotalDue =
        WS-Installment + WS-EscrowDue + UnpaidFeeBalance.
    IF InstallmentCredit OF LoanRecord > ZERO
        IF InstallmentCredit OF LoanRecord < WS-TotalDue
            SUBTRACT InstallmentCredit OF LoanRecord FROM WS-TotalDue
        ELSE
            MOVE ZERO TO WS-TotalDue
        END-IF
    END-IF.

    MOVE SPACES TO WS-NoticeFileName.
    STRING 'billing-notice-' LoanID OF LoanRecord '-' WS-RunDate '.txt'
        DELIMITED BY SIZE INTO WS-NoticeFileName.
    IF WS-EDelivery = 'Y'
        PERFORM NAME-EDELIVERY-DOCUMENT
    END-IF.
    PERFORM FILL-NOTICE-VALUES.
    CALL 'GetBorrowerLanguage' USING BorrowerID OF LoanRecord
        WS-NoticeLanguage.
    MOVE 'BILLING' TO WS-CorrType.
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

    PERFORM WRITE-REGISTER-LINE.
    IF WS-EDelivery = 'Y'
        MOVE 'BILLING' TO WS-CorrType
        CALL 'WriteEDelivery' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord WS-EmailAddress WS-CorrType
            WS-NoticeFileName WS-RunDate
        ADD 1 TO WS-EDelivered
    END-IF.
    MOVE 'BILLING' TO WS-CorrType.
    MOVE ZERO TO WS-CorrLevel.
    MOVE WS-TotalDue TO WS-CorrAmount.
        WS-CorrType WS-CorrLevel WS-CorrAmount WS-RunDate.
    ADD 1 TO WS-NoticesProduced.

*> values the notice wording can refer to; the amount already
*> received is left blank when there is none so its line drops out
FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    PERFORM FILL-ADDRESS-VALUES.
    MOVE NextPaymentDueDate OF LoanRecord TO NoticeValDueDate.
    MOVE PaidThroughDate OF LoanRecord TO NoticeValPaidThrough.
    MOVE WS-RunDate TO NoticeValRunDate.
    MOVE WS-TotalDue TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValAmountDue.
    IF InstallmentCredit OF LoanRecord > ZERO
        MOVE InstallmentCredit OF LoanRecord TO WS-AmountShown
        MOVE WS-AmountShown TO NoticeValCredit
    END-IF.
    MOVE UnpaidFeeBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValFees.
    MOVE WS-EscrowDue TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValEscrow.
    MOVE WS-InterestDue TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValInterest.
    MOVE WS-PrincipalDue TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValPrincipal.
    MOVE WS-Installment TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValInstallment.

*> the per-period payment honors the loan's own payment cycle; the
*> contractual installment carried on the loan is billed as is unless
*> a buydown has lowered the billing rate
COMPUTE-INSTALLMENT.
    IF InstallmentAmount OF LoanRecord > ZERO
            AND WS-BuydownReduction = ZERO
        MOVE InstallmentAmount OF LoanRecord TO WS-Installment
    ELSE
        PERFORM AMORTIZE-AT-BILLING-RATE
    END-IF.
    IF WS-Installment > OutstandingBalance OF LoanRecord
        MOVE OutstandingBalance OF LoanRecord TO WS-Installment
    END-IF.

AMORTIZE-AT-BILLING-RATE.
    EVALUATE TRUE
        WHEN FrequencyWeekly
            MOVE 52 TO WS-PeriodsPerYear
            - BalloonAmount OF LoanRecord) * WS-MonthlyRate
            / (WS-OnePlusRatePowerN - 1)
    END-IF.

COMPUTE-INTEREST-DUE.
    PERFORM SET-ACCRUAL-BASIS.
        END-EVALUATE
    END-IF.

*> an emailed document is kept out of the print run under its own
*> name and listed on the day's e-delivery file for the vendor
NAME-EDELIVERY-DOCUMENT.
    MOVE SPACES TO WS-EDocName.
    STRING 'edoc-' WS-NoticeFileName DELIMITED BY SPACE
        INTO WS-EDocName.
    MOVE WS-EDocName TO WS-NoticeFileName.

WRITE-REGISTER-LINE.
    STRING LoanID OF LoanRecord DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-TotalDue DELIMITED BY SIZE
        INTO RegisterLine.
    WRITE RegisterLine.

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
