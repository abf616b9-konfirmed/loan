IDENTIFICATION DIVISION.
PROGRAM-ID. ChangeAutopayDiscount.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PRSEL.
    COPY LHSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ProductFile.
    COPY PRREC.

FD  LoanHistoryFile.
    COPY LHREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ProductFileStatus      PIC X(02).
01 WS-LoanHistoryFileStatus  PIC X(02).
01 WS-ProductDiscount        PIC 9(2)V99 VALUE ZERO.
01 WS-OldInterestRate        PIC 9(2)V99.
01 WS-OldInstallment         PIC 9(9)V99.
01 WS-RateChanged            PIC X VALUE 'N'.
01 WS-HistoryReason          PIC X(20).
01 WS-THType                 PIC X(12) VALUE 'RATE-CHANGE'.
01 WS-THAmount               PIC 9(11)V99.
01 WS-THBalanceBefore        PIC 9(11)V99.
01 WS-THBalanceAfter         PIC 9(11)V99.
01 WS-THProgram              PIC X(20) VALUE 'ChangeAutopayDisc'.
01 WS-LetterFileName         PIC X(40).
01 WS-EDocName               PIC X(40).
01 WS-BankruptcyHold         PIC X VALUE 'N'.
01 WS-DeceasedHold           PIC X VALUE 'N'.
01 WS-BadAddress             PIC X VALUE 'N'.
01 WS-EDelivery              PIC X VALUE 'N'.
01 WS-EmailAddress           PIC X(60).
01 WS-CorrType               PIC X(12) VALUE 'AUTOPAY-RATE'.
01 WS-NoticeLevel            PIC 9(1) VALUE 1.
01 WS-CorrAmount             PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage         PIC X(02).
01 WS-TemplateIdx            PIC 9(2).
01 WS-RenderedLine           PIC X(100).
01 WS-PrintLine              PIC X(01).
01 WS-AmountShown            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-RateShown              PIC Z9.99.
01 WS-CityStateZip           PIC X(40).
01 WS-AddressFound           PIC X(01).
    COPY NLREC.
    COPY NVREC.
    COPY MAREC.

LINKAGE SECTION.
    COPY LNREC.
    COPY SIREC.
01 LS-Action                 PIC X(06).
01 LS-Reason                 PIC X(12).
01 LS-ChangeDate             PIC 9(8).

*> puts on (APPLY) or takes off (REMOVE) the autopay interest rate
*> discount of the loan's product. The discount taken off the rate is
*> kept on the autopay instruction so that exactly that much is added
*> back when it ends, whether the borrower cancels autopay or too
*> many debits come back returned. Each change reprices the
*> installment, goes to the loan modification history and the
*> transaction history, and is sent to the borrower. The caller
*> reads the loan and the autopay instruction for update and
*> rewrites both
PROCEDURE DIVISION USING LoanRecord AutopayInstructionRecord
        LS-Action LS-Reason LS-ChangeDate.
    MOVE 'N' TO WS-RateChanged.
    IF AutopayDiscountRate NOT NUMERIC
        MOVE ZERO TO AutopayDiscountRate
        MOVE ZERO TO AutopayDiscountDate
        MOVE ZERO TO AutopayDiscountEndDate
        MOVE SPACES TO AutopayDiscountEndReason
    END-IF.
    IF AutopayReturnCount NOT NUMERIC
        MOVE ZERO TO AutopayReturnCount
    END-IF.
    MOVE InterestRate TO WS-OldInterestRate.
    MOVE InstallmentAmount TO WS-OldInstallment.

    EVALUATE LS-Action
        WHEN 'APPLY'
            PERFORM APPLY-DISCOUNT
        WHEN 'REMOVE'
            PERFORM REMOVE-DISCOUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF WS-RateChanged = 'Y'
        CALL 'ComputeInstallment' USING LoanRecord
        PERFORM WRITE-LOAN-HISTORY
        MOVE InterestRate TO WS-THAmount
        MOVE OutstandingBalance TO WS-THBalanceBefore
        MOVE OutstandingBalance TO WS-THBalanceAfter
        CALL 'WriteTransactionHistory' USING
            LoanID OF LoanRecord WS-THType WS-THAmount
            WS-THBalanceBefore WS-THBalanceAfter
            LS-ChangeDate WS-THProgram
        DISPLAY 'Loan ID: ' LoanID OF LoanRecord ' rate '
            WS-OldInterestRate ' -> ' InterestRate
            ', installment ' InstallmentAmount '.'
        PERFORM SEND-RATE-NOTICE
    END-IF.
    GOBACK.

*> only an open loan with no discount already on it gets one, and
*> never more than would take the rate below zero; a discount taken
*> off for returned debits is not put back on the same instruction
APPLY-DISCOUNT.
    IF LoanStatusActive AND AutopayDiscountRate = ZERO
            AND NOT AutopayDiscountEndReturns
        PERFORM LOOKUP-PRODUCT-DISCOUNT
        IF WS-ProductDiscount > InterestRate
            MOVE InterestRate TO WS-ProductDiscount
        END-IF
        IF WS-ProductDiscount > ZERO
            SUBTRACT WS-ProductDiscount FROM InterestRate
            MOVE WS-ProductDiscount TO AutopayDiscountRate
            MOVE LS-ChangeDate TO AutopayDiscountDate
            MOVE ZERO TO AutopayReturnCount
            MOVE ZERO TO AutopayDiscountEndDate
            MOVE SPACES TO AutopayDiscountEndReason
            MOVE 'AUTOPAY DISCOUNT ON' TO WS-HistoryReason
            MOVE 1 TO WS-NoticeLevel
            MOVE 'Y' TO WS-RateChanged
        END-IF
    END-IF.

REMOVE-DISCOUNT.
    IF AutopayDiscountRate > ZERO
        ADD AutopayDiscountRate TO InterestRate
        MOVE ZERO TO AutopayDiscountRate
        MOVE LS-ChangeDate TO AutopayDiscountEndDate
        MOVE LS-Reason TO AutopayDiscountEndReason
        MOVE 'AUTOPAY DISCOUNT OFF' TO WS-HistoryReason
        MOVE 2 TO WS-NoticeLevel
        MOVE 'Y' TO WS-RateChanged
    END-IF.

LOOKUP-PRODUCT-DISCOUNT.
    MOVE ZERO TO WS-ProductDiscount.
    OPEN INPUT ProductFile.
    IF WS-ProductFileStatus = '00'
        MOVE ProductCode OF LoanRecord
            TO ProductCode OF ProductRecord
        READ ProductFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ProductAutopayDiscount NUMERIC
                    MOVE ProductAutopayDiscount TO WS-ProductDiscount
                END-IF
        END-READ
        CLOSE ProductFile
    END-IF.

WRITE-LOAN-HISTORY.
    MOVE LoanID OF LoanRecord      TO LHLoanID.
    MOVE LS-ChangeDate             TO LHModificationDate.
    MOVE WS-HistoryReason          TO LHModificationReason.
    MOVE LoanAmount                TO LHOldLoanAmount.
    MOVE WS-OldInterestRate        TO LHOldInterestRate.
    MOVE LoanTerm                  TO LHOldLoanTerm.
    MOVE OutstandingBalance        TO LHOldOutstandingBalance.
    MOVE LoanAmount                TO LHNewLoanAmount.
    MOVE InterestRate              TO LHNewInterestRate.
    MOVE LoanTerm                  TO LHNewLoanTerm.
    OPEN EXTEND LoanHistoryFile.
    IF WS-LoanHistoryFileStatus = '35'
        OPEN OUTPUT LoanHistoryFile
        CLOSE LoanHistoryFile
        OPEN EXTEND LoanHistoryFile
    END-IF.
    WRITE LoanHistoryRecord.
    CLOSE LoanHistoryFile.

SEND-RATE-NOTICE.
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
                LoanID OF LoanRecord WS-CorrType LS-ChangeDate
        WHEN OTHER
            PERFORM FILL-NOTICE-VALUES
            PERFORM WRITE-RATE-NOTICE
            MOVE InstallmentAmount TO WS-CorrAmount
            CALL 'WriteCorrespondenceLog' USING
                LoanID OF LoanRecord WS-CorrType WS-NoticeLevel
                WS-CorrAmount LS-ChangeDate
    END-EVALUATE.

WRITE-RATE-NOTICE.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'autopay-rate-' LoanID OF LoanRecord '-' LS-ChangeDate
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
            WS-LetterFileName LS-ChangeDate
    END-IF.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    MOVE LS-ChangeDate TO NoticeValDueDate.
    MOVE LS-ChangeDate TO NoticeValRunDate.
    MOVE WS-OldInterestRate TO WS-RateShown.
    MOVE WS-RateShown TO NoticeValOldRate.
    MOVE InterestRate TO WS-RateShown.
    MOVE WS-RateShown TO NoticeValRate.
    IF InstallmentAmount NOT = WS-OldInstallment
        MOVE InstallmentAmount TO WS-AmountShown
        MOVE WS-AmountShown TO NoticeValInstallment
    END-IF.
    EVALUATE LS-Reason
        WHEN 'CANCELLED'
            MOVE 'AUTOPAY ENROLLMENT CANCELLED' TO NoticeValReason
        WHEN 'ACH-RETURNS'
            MOVE 'AUTOPAY DEBITS RETURNED UNPAID' TO NoticeValReason
        WHEN OTHER
            MOVE LS-Reason TO NoticeValReason
    END-EVALUATE.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
