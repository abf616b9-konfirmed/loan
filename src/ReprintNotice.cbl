01 WS-BorrowerNameOut      PIC X(30).
01 WS-TodayDate            PIC 9(8).
01 WS-AdverseReprint       PIC X VALUE 'N'.
01 WS-BorrowerIDOut        PIC 9(5) VALUE ZERO.
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
    COPY MAREC.

*> regenerates any past notice from the correspondence log so we can
*> prove what was sent and when
    ACCEPT WS-LookupDate.
    DISPLAY 'Enter Notice Type'
    DISPLAY '(BILLING/DUNNING/RATE-CHANGE/STATEMENT/GOODBYE'.
    DISPLAY '/ADVERSE-ACT/BUYDOWN-EXP/COLLECTION/PRIVACY/MATURITY/PMI): '.
    ACCEPT WS-LookupType.

*> adverse-action entries carry an application number in the key
        STRING 'Borrower: ' WS-BorrowerNameOut DELIMITED BY SIZE
            INTO ReprintLine
        WRITE ReprintLine
        PERFORM WRITE-ADDRESS-BLOCK
    END-IF.
    IF CorrDunningLevel > ZERO
        STRING 'Dunning Level: ' CorrDunningLevel DELIMITED BY SIZE
    CLOSE ReprintFile.
    DISPLAY 'Reprint written to ' WS-ReprintFileName.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    CALL 'GetMailingAddress' USING WS-BorrowerIDOut
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO ReprintLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO ReprintLine
        WRITE ReprintLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO ReprintLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO ReprintLine
        WRITE ReprintLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO ReprintLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE INTO ReprintLine
        WRITE ReprintLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO ReprintLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO ReprintLine
        WRITE ReprintLine
    END-IF.

LOOKUP-BORROWER-NAME.
    MOVE SPACES TO WS-BorrowerNameOut.
    MOVE ZERO TO WS-BorrowerIDOut.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE WS-LookupLoanID TO LoanID OF LoanRecord
            NOT INVALID KEY
                MOVE BorrowerName OF LoanRecord
                    TO WS-BorrowerNameOut
                MOVE BorrowerID OF LoanRecord TO WS-BorrowerIDOut
        END-READ
        CLOSE LoanFile
    END-IF.
