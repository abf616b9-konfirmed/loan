01 WS-ProductFileStatus   PIC X(02).
01 WS-ProductFound        PIC X VALUE 'N'.
01 WS-TargetRate          PIC 9(3)V99 VALUE ZERO.
01 WS-AutopayDiscount     PIC 9(2)V99 VALUE ZERO.
01 WS-ContractRate        PIC 9(3)V99 VALUE ZERO.
01 WS-CorrType            PIC X(12).
01 WS-CorrLevel           PIC 9(1) VALUE ZERO.
01 WS-CorrAmount          PIC 9(11)V99 VALUE ZERO.
01 WS-EDelivery           PIC X VALUE 'N'.
01 WS-EmailAddress        PIC X(60).
01 WS-EDocName            PIC X(40).
01 WS-EDelivered          PIC 9(7) VALUE ZERO.

*> notices go out this many days ahead of the rate reset
01 WS-NoticeLeadDays      PIC S9(6) VALUE 45.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-NoticesProduced PIC 9(7).

    MOVE WS-NoticesProduced TO LS-NoticesProduced.
    DISPLAY 'Rate-change notices produced: ' WS-NoticesProduced.
    DISPLAY '  of which sent by email: ' WS-EDelivered.
    DISPLAY 'Register written to ' WS-RegisterFileName.
    GOBACK.

PRODUCE-RATE-NOTICE.
    CALL 'CheckDeliveryChannel' USING BorrowerID OF LoanRecord
        WS-EDelivery WS-EmailAddress.
    PERFORM LOOKUP-INDEX-RATE.
    IF WS-IndexFound = 'N'
        DISPLAY 'Loan ' LoanID OF LoanRecord ' rate index '
            RateIndexName ' not found; no notice produced.'
    ELSE
        PERFORM LOOKUP-PRODUCT-CAPS
        CALL 'GetAutopayDiscount' USING LoanID OF LoanRecord
            WS-AutopayDiscount
        COMPUTE WS-ContractRate = InterestRate + WS-AutopayDiscount
        COMPUTE WS-TargetRate =
            IndexRateValue + RateMargin + RateCarryover
        MOVE WS-TargetRate TO WS-ProjectedRate
        IF WS-ProductFound = 'Y'
            IF ProductPeriodicCap > ZERO
                IF WS-ProjectedRate
                        > WS-ContractRate + ProductPeriodicCap
                    COMPUTE WS-ProjectedRate =
                        WS-ContractRate + ProductPeriodicCap
                END-IF
                IF WS-ProjectedRate
                        < WS-ContractRate - ProductPeriodicCap
                    COMPUTE WS-ProjectedRate =
                        WS-ContractRate - ProductPeriodicCap
                END-IF
            END-IF
            IF ProductLifetimeCap > ZERO
                MOVE ProductRateFloor TO WS-ProjectedRate
            END-IF
        END-IF
        IF WS-AutopayDiscount > WS-ProjectedRate
            MOVE ZERO TO WS-ProjectedRate
        ELSE
            SUBTRACT WS-AutopayDiscount FROM WS-ProjectedRate
        END-IF
        PERFORM COMPUTE-PROJECTED-PAYMENT
        PERFORM WRITE-NOTICE-LETTER
        PERFORM WRITE-REGISTER-LINE
        MOVE 'RATE-CHANGE' TO WS-CorrType
        IF WS-EDelivery = 'Y'
            CALL 'WriteEDelivery' USING LoanID OF LoanRecord
                BorrowerID OF LoanRecord WS-EmailAddress WS-CorrType
                WS-NoticeFileName WS-RunDate
            ADD 1 TO WS-EDelivered
        END-IF
        MOVE ZERO TO WS-CorrLevel
        MOVE WS-ProjectedPayment TO WS-CorrAmount
        CALL 'WriteCorrespondenceLog' USING LoanID OF LoanRecord
    END-IF.

WRITE-NOTICE-LETTER.
    MOVE SPACES TO WS-NoticeFileName.
    STRING 'rate-notice-' LoanID OF LoanRecord '-' WS-RunDate '.txt'
        DELIMITED BY SIZE INTO WS-NoticeFileName.
    IF WS-EDelivery = 'Y'
        PERFORM NAME-EDELIVERY-DOCUMENT
    END-IF.
    OPEN OUTPUT NoticeFile.
    MOVE '=== Advance Notice of Interest Rate Change ===' TO NoticeLine.
    WRITE NoticeLine.
    WRITE NoticeLine.
    STRING 'Borrower: ' BorrowerName DELIMITED BY SIZE INTO NoticeLine.
    WRITE NoticeLine.
    PERFORM WRITE-ADDRESS-BLOCK.
    STRING 'Your rate is scheduled to reset on ' NextRateResetDate
        DELIMITED BY SIZE INTO NoticeLine.
    WRITE NoticeLine.
    WRITE NoticeLine.
    CLOSE NoticeFile.

*> an emailed document is kept out of the print run under its own
*> name and listed on the day's e-delivery file for the vendor
NAME-EDELIVERY-DOCUMENT.
    MOVE SPACES TO WS-EDocName.
    STRING 'edoc-' WS-NoticeFileName DELIMITED BY SPACE
        INTO WS-EDocName.
    MOVE WS-EDocName TO WS-NoticeFileName.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO NoticeLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO NoticeLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO NoticeLine
        WRITE NoticeLine
    END-IF.

WRITE-REGISTER-LINE.
    STRING LoanID OF LoanRecord DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
