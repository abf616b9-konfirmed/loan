IDENTIFICATION DIVISION.
PROGRAM-ID. CancelPmi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ESSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  EscrowFile.
    COPY ESREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-EscrowFileStatus       PIC X(02).
01 WS-LetterFileName         PIC X(40).
01 WS-EDocName               PIC X(40).
01 WS-UnearnedDays           PIC S9(6).
01 WS-RefundAmount           PIC 9(9)V99.
01 WS-BankruptcyHold         PIC X VALUE 'N'.
01 WS-DeceasedHold           PIC X VALUE 'N'.
01 WS-BadAddress             PIC X VALUE 'N'.
01 WS-EDelivery              PIC X VALUE 'N'.
01 WS-EmailAddress           PIC X(60).
01 WS-CorrType               PIC X(12) VALUE 'PMI'.
01 WS-NoticeLevel            PIC 9(1) VALUE 1.
01 WS-CorrAmount             PIC 9(11)V99 VALUE ZERO.
01 WS-NoticeLanguage         PIC X(02).
01 WS-TemplateIdx            PIC 9(2).
01 WS-RenderedLine           PIC X(100).
01 WS-PrintLine              PIC X(01).
01 WS-AmountShown            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CityStateZip           PIC X(40).
01 WS-AddressFound           PIC X(01).
01 WS-CheckSource            PIC X(08) VALUE 'PMI'.
01 WS-CheckSourceRef         PIC X(10) VALUE 'REFUND'.
01 WS-CheckNumber            PIC 9(8) VALUE ZERO.
01 WS-AdjDebitAccount        PIC X(10).
01 WS-AdjCreditAccount       PIC X(10).
01 WS-AdjAmount              PIC 9(11)V99.
01 WS-AdjSource              PIC X(10).
    COPY NLREC.
    COPY NVREC.
    COPY MAREC.

*> unearned premium is refunded on this many days to the month
01 WS-DaysPerPremiumMonth    PIC 9(2) VALUE 30.

LINKAGE SECTION.
    COPY PMREC.
    COPY LNREC.
01 LS-CancelReason           PIC X(12).
01 LS-CancelDate             PIC 9(8).
01 LS-UserID                 PIC X(20).

*> cancels private mortgage insurance on a loan, for any reason: the
*> automatic cancellation at 78% of original value, the borrower's
*> request at 80%, or the loan closing. The premium comes out of the
*> escrow payment, premium paid beyond the cancellation date is
*> refunded to the borrower by check (and recovered from the carrier),
*> and the borrower gets the PMI cancellation notice. The caller reads
*> the PMI record for update and rewrites it afterwards
PROCEDURE DIVISION USING PmiRecord LoanRecord LS-CancelReason
        LS-CancelDate LS-UserID.
    SET PmiCancelled TO TRUE.
    MOVE LS-CancelReason TO PmiCancelReason.
    MOVE LS-CancelDate   TO PmiCancelDate.
    MOVE LS-UserID       TO PmiCancelUserID.
    MOVE LS-CancelDate   TO PmiChangedDate.
    MOVE LS-UserID       TO PmiChangedUserID.
    MOVE ZERO TO PmiRefundAmount.
    MOVE ZERO TO PmiRefundCheckNumber.

    PERFORM REMOVE-PREMIUM-FROM-ESCROW.
    PERFORM REFUND-UNEARNED-PREMIUM.
    PERFORM SEND-CANCELLATION-NOTICE.
    GOBACK.

REMOVE-PREMIUM-FROM-ESCROW.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE PmiLoanID TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF EscrowMonthlyAmount > PmiMonthlyPremium
                    SUBTRACT PmiMonthlyPremium FROM EscrowMonthlyAmount
                ELSE
                    MOVE ZERO TO EscrowMonthlyAmount
                END-IF
                REWRITE EscrowRecord
        END-READ
        CLOSE EscrowFile
    END-IF.

*> premium already remitted for the days after cancellation is
*> unearned and goes back to the borrower
REFUND-UNEARNED-PREMIUM.
    IF PmiPremiumPaidThrough > LS-CancelDate
        CALL 'DaysBetweenDates' USING LS-CancelDate
            PmiPremiumPaidThrough WS-UnearnedDays
        COMPUTE WS-RefundAmount ROUNDED = PmiMonthlyPremium
            * WS-UnearnedDays / WS-DaysPerPremiumMonth
        IF WS-RefundAmount > ZERO
            CALL 'IssueCheck' USING PmiLoanID WS-RefundAmount
                BorrowerName OF LoanRecord WS-CheckSource
                WS-CheckSourceRef LS-CancelDate WS-CheckNumber
            MOVE WS-RefundAmount TO PmiRefundAmount
            MOVE WS-CheckNumber  TO PmiRefundCheckNumber
            MOVE 'PMI-RECV  ' TO WS-AdjDebitAccount
            MOVE 'CASH      ' TO WS-AdjCreditAccount
            MOVE WS-RefundAmount TO WS-AdjAmount
            MOVE 'PMI-REFUND' TO WS-AdjSource
            CALL 'WriteGLAdjustment' USING LS-CancelDate PmiLoanID
                WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
                WS-AdjSource
        END-IF
    END-IF.

SEND-CANCELLATION-NOTICE.
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
                LoanID OF LoanRecord WS-CorrType LS-CancelDate
        WHEN OTHER
            PERFORM FILL-NOTICE-VALUES
            PERFORM WRITE-CANCELLATION-NOTICE
            MOVE PmiRefundAmount TO WS-CorrAmount
            CALL 'WriteCorrespondenceLog' USING
                LoanID OF LoanRecord WS-CorrType WS-NoticeLevel
                WS-CorrAmount LS-CancelDate
    END-EVALUATE.

WRITE-CANCELLATION-NOTICE.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'pmi-' LoanID OF LoanRecord '-' LS-CancelDate '.txt'
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
            WS-LetterFileName LS-CancelDate
    END-IF.

FILL-NOTICE-VALUES.
    MOVE SPACES TO NoticeValues.
    MOVE LoanID OF LoanRecord TO NoticeValLoanID.
    MOVE BorrowerName OF LoanRecord TO NoticeValName.
    MOVE LS-CancelDate TO NoticeValDueDate.
    MOVE LS-CancelDate TO NoticeValRunDate.
    EVALUATE TRUE
        WHEN PmiCancelAutomatic
            MOVE 'BALANCE SCHEDULED TO 78% LTV' TO NoticeValReason
        WHEN PmiCancelRequested
            MOVE 'BORROWER REQUEST AT 80% LTV' TO NoticeValReason
        WHEN OTHER
            MOVE 'LOAN PAID IN FULL OR CLOSED' TO NoticeValReason
    END-EVALUATE.
    MOVE PmiCarrier TO NoticeValCarrier.
    MOVE PmiCertificateNumber TO NoticeValCertificate.
    MOVE PmiMonthlyPremium TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValPremium.
    MOVE OutstandingBalance OF LoanRecord TO WS-AmountShown.
    MOVE WS-AmountShown TO NoticeValBalance.
    IF PmiRefundAmount > ZERO
        MOVE PmiRefundAmount TO WS-AmountShown
        MOVE WS-AmountShown TO NoticeValCredit
    END-IF.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    MOVE MailAddrLine1 TO NoticeValAddrLine1.
    MOVE MailAddrLine2 TO NoticeValAddrLine2.
    MOVE WS-CityStateZip TO NoticeValCityStateZip.
    IF NOT MailCountryUS
        MOVE MailCountry TO NoticeValCountry
    END-IF.
