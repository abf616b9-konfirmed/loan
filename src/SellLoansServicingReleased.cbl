01 WS-AdjDebitAccount       PIC X(10).
01 WS-AdjCreditAccount      PIC X(10).
01 WS-AdjSource             PIC X(10).
01 WS-CityStateZip         PIC X(40).
01 WS-AddressFound         PIC X(01).
01 WS-ManifestFileName     PIC X(50).
01 WS-ManifestProgram      PIC X(20) VALUE 'SellLoansSvcRel'.
01 WS-ManifestRecords      PIC 9(9).
01 WS-ManifestHash         PIC 9(13)V99 VALUE ZERO.
01 WS-DeferReason          PIC X(12) VALUE 'SALE'.
    COPY MAREC.

*> deboards a pool of whole loans sold servicing-released: one
*> buyer tape with loan, escrow and payment history detail, a RESPA
        DELIMITED BY SIZE INTO TransferTapeLine.
    WRITE TransferTapeLine.
    CLOSE TransferTapeFile.
    MOVE WS-TransferTapeFileName TO WS-ManifestFileName.
    MOVE WS-LoansSold TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-TodayDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY WS-LoansSold ' loan(s) sold and deboarded.'.
    DISPLAY 'Transfer tape written to ' WS-TransferTapeFileName.
        ' ACCRINT ' AccruedInterest OF LoanRecord
        DELIMITED BY SIZE INTO TransferTapeLine.
    WRITE TransferTapeLine.
    ADD OutstandingBalance OF LoanRecord TO WS-ManifestHash.
*> the buyer boards the mailing address field by field, so each part
*> keeps its full width in a fixed position on the tape
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE SPACES TO TransferTapeLine.
    STRING 'ADDR   ' LoanID OF LoanRecord
        ' ' MailAddrLine1
        ' ' MailAddrLine2
        ' ' MailCity
        ' ' MailState
        ' ' MailZip5
        ' ' MailZip4
        ' ' MailCountry
        DELIMITED BY SIZE INTO TransferTapeLine.
    WRITE TransferTapeLine.
    STRING 'ESCROW ' LoanID OF LoanRecord
        ' BAL ' WS-EscrowBalanceOut
        DELIMITED BY SIZE INTO TransferTapeLine.
    STRING 'Borrower: ' BorrowerName OF LoanRecord
        DELIMITED BY SIZE INTO GoodbyeLetterLine.
    WRITE GoodbyeLetterLine.
    PERFORM WRITE-ADDRESS-BLOCK.
    STRING 'Effective ' WS-TransferDate
        ', the servicing of your loan transfers to:'
        DELIMITED BY SIZE INTO GoodbyeLetterLine.
            WS-AdjCreditAccount WS-AccruedReversed WS-AdjSource
        MOVE ZERO TO AccruedInterest OF LoanRecord
    END-IF.
*> the sale ends our investment in the loan, so the net deferred
*> fees and costs still unamortized are recognized with it
    CALL 'RecognizeDeferredFees' USING LoanID OF LoanRecord
        WS-TransferDate WS-DeferReason.
    SET LoanStatusSold OF LoanRecord TO TRUE.
    MOVE 'LOAN-SOLD' TO WS-THType.
    MOVE OutstandingBalance OF LoanRecord TO WS-THAmount.
                WS-BuyerName '.'
    END-DELETE.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO GoodbyeLetterLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO GoodbyeLetterLine
        WRITE GoodbyeLetterLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO GoodbyeLetterLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO GoodbyeLetterLine
        WRITE GoodbyeLetterLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO GoodbyeLetterLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE INTO GoodbyeLetterLine
        WRITE GoodbyeLetterLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO GoodbyeLetterLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO GoodbyeLetterLine
        WRITE GoodbyeLetterLine
    END-IF.

LOOKUP-ESCROW-BALANCE.
    MOVE ZERO TO WS-EscrowBalanceOut.
    MOVE 'N' TO WS-EscrowFound.
