01 WS-DisputeEOF               PIC X VALUE 'N'.
01 WS-OpenDispute              PIC X VALUE 'N'.
01 WS-DisputedTradelines       PIC 9(7) VALUE ZERO.
01 WS-DisasterTradelines       PIC 9(7) VALUE ZERO.
01 WS-CityStateZip            PIC X(40).
01 WS-AddressFound            PIC X(01).
01 WS-TimeBarred              PIC X VALUE 'N'.
01 WS-PastReportingLimit      PIC X VALUE 'N'.
01 WS-TimeBarDate             PIC 9(8).
01 WS-TimeBarBalance          PIC 9(9)V99.
01 WS-AgedOffTradelines       PIC 9(7) VALUE ZERO.
01 WS-ManifestFileName        PIC X(50) VALUE 'credit-bureau-extract.dat'.
01 WS-ManifestProgram         PIC X(20) VALUE 'CreditBureauExtract'.
01 WS-ManifestRecords         PIC 9(9).
01 WS-ManifestHash            PIC 9(13)V99 VALUE ZERO.
    COPY MAREC.

LINKAGE SECTION.
01 LS-LoansExtracted           PIC 9(7).

PROCEDURE DIVISION USING LS-LoansExtracted.
    DISPLAY 'Building monthly credit-bureau extract...'.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-LoansExtracted.
    MOVE ZERO TO WS-DisputedTradelines.
    MOVE ZERO TO WS-DisasterTradelines.
    MOVE ZERO TO WS-AgedOffTradelines.
    MOVE ZERO TO WS-ManifestHash.
    CALL 'GetBusinessDate' USING WS-TodayDate.

    OPEN OUTPUT MetroExtractFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-REPORTING-LIMIT
                IF WS-PastReportingLimit = 'Y'
                    ADD 1 TO WS-AgedOffTradelines
                ELSE
                    PERFORM FIND-LAST-PAYMENT-DATE
                    PERFORM WRITE-METRO-RECORD
                    ADD 1 TO WS-LoansExtracted
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    CLOSE MetroExtractFile.
    MOVE WS-LoansExtracted TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-TodayDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY WS-LoansExtracted ' loan(s) written to credit-bureau-extract.dat.'.
    DISPLAY WS-DisputedTradelines
        ' tradeline(s) flagged XB (dispute under investigation).'.
    DISPLAY WS-DisasterTradelines
        ' tradeline(s) reported current under disaster relief (AW).'.
    DISPLAY WS-AgedOffTradelines
        ' charged-off tradeline(s) past the reporting limit, not sent.'.
    MOVE WS-LoansExtracted TO LS-LoansExtracted.
    GOBACK.

*> a charged-off account drops off the extract once it passes the
*> seven-year reporting limit counted from first delinquency
CHECK-REPORTING-LIMIT.
    MOVE 'N' TO WS-PastReportingLimit.
    IF LoanStatusChargedOff
        CALL 'CheckTimeBarredDebt' USING LoanID OF LoanRecord
            WS-TodayDate WS-TimeBarred WS-PastReportingLimit
            WS-TimeBarDate WS-TimeBarBalance
    END-IF.

*> an open FCRA dispute flags the tradeline with compliance
*> condition code XB until the investigation closes
CHECK-OPEN-DISPUTE.
        CLOSE DisputeFile
    END-IF.

*> a loan in disaster forbearance is not reported delinquent for the
*> relief period: nothing past due, and special comment AW so the
*> bureaus know the account is affected by a declared disaster
CHECK-DISASTER-RELIEF.
    IF ForbearanceReasonDisaster
            AND ForbearanceStartDate NOT GREATER THAN WS-TodayDate
            AND ForbearanceEndDate NOT LESS THAN WS-TodayDate
        MOVE ZERO TO MetroAmountPastDue
        SET MetroDisasterRelief TO TRUE
        ADD 1 TO WS-DisasterTradelines
    ELSE
        SET MetroNoSpecialComment TO TRUE
    END-IF.

FIND-LAST-PAYMENT-DATE.
    MOVE ZERO TO WS-LastPaymentDate.
    MOVE 'N'  TO WS-RepayEOF.
    END-PERFORM.
    CLOSE RepaymentFile.

*> the bureaus match the consumer on the address parts, so each goes
*> in its own field
MOVE-CONSUMER-ADDRESS.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO MetroAddressLine1.
    MOVE MailAddrLine2 TO MetroAddressLine2.
    MOVE MailCity      TO MetroCity.
    MOVE MailState     TO MetroState.
    MOVE MailZipCode   TO MetroZipCode.
    MOVE MailCountry   TO MetroCountryCode.
    IF MetroCountryCode = SPACES AND MetroAddressLine1 NOT = SPACES
        MOVE 'US' TO MetroCountryCode
    END-IF.

WRITE-METRO-RECORD.
    MOVE LoanID OF LoanRecord     TO MetroAccountNumber.
    MOVE BorrowerName             TO MetroConsumerName.
    PERFORM MOVE-CONSUMER-ADDRESS.
    MOVE 'I'                      TO MetroPortfolioType.
    MOVE '00'                     TO MetroAccountType.
    MOVE LoanAmount               TO MetroHighCredit.
        WHEN OTHER
            MOVE '11' TO MetroAccountStatus
    END-EVALUATE.
    PERFORM CHECK-DISASTER-RELIEF.
    MOVE WS-LastPaymentDate  TO MetroDateOfLastPayment.
    MOVE WS-TodayDate        TO MetroDateReported.
    PERFORM CHECK-OPEN-DISPUTE.
        SET MetroNoCompliance TO TRUE
    END-IF.
    WRITE MetroExtractRecord.
    ADD MetroCurrentBalance TO WS-ManifestHash.
