01 WS-OldOutstandingBalance PIC 9(9)V99.
01 WS-ModificationReason    PIC X(20).
01 WS-PenaltyCutoffDate     PIC 9(8).
01 WS-PenaltyMonths         PIC 9(4).
01 WS-PrepaymentPenalty     PIC 9(9)V99 VALUE ZERO.
01 WS-THType           PIC X(12).
01 WS-THAmount         PIC 9(11)V99.
01 WS-AdjDebitAccount  PIC X(10).
01 WS-AdjCreditAccount PIC X(10).
01 WS-AdjSource        PIC X(10).
01 WS-DeferReason      PIC X(12) VALUE 'REFINANCE'.
01 WS-AncCancelReason  PIC X(12) VALUE 'REFINANCED'.
01 WS-AncRefundTotal   PIC 9(9)V99 VALUE ZERO.
01 WS-CompanyAllowed   PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-UserID           PIC X(20).

PROCEDURE DIVISION USING LS-UserID.
    DISPLAY 'Enter Loan ID to refinance: '.
    ACCEPT LoanID.

            CLOSE LoanFile
            GOBACK
        NOT INVALID KEY
            CALL 'CheckCompanyEntitlement' USING LS-UserID
                LoanCompanyCode OF LoanRecord WS-CompanyAllowed
            IF WS-CompanyAllowed = 'N'
                DISPLAY 'You are not entitled to work with company '
                    LoanCompanyCode OF LoanRecord '. Loan not refinanced.'
                CLOSE LoanFile
                GOBACK
            END-IF
            PERFORM LOOKUP-PRODUCT

            MOVE LoanAmount        TO WS-OldLoanAmount

            ACCEPT WS-TodayDate FROM DATE YYYYMMDD

*> the old loan is paid off by the new one, so what is left of its
*> net deferred fees and costs is recognized now
            CALL 'RecognizeDeferredFees' USING LoanID OF LoanRecord
                WS-TodayDate WS-DeferReason

            PERFORM REBATE-UNEARNED-INTEREST

*> ancillary products sold with the old loan end with it; their
*> unearned premium goes back to the borrower
            CALL 'CancelLoanAncillaryProducts' USING LoanRecord
                WS-AncCancelReason WS-TodayDate LS-UserID
                WS-AncRefundTotal

            MOVE ZERO TO WS-PrepaymentPenalty
            IF PrepaymentPenaltyActive
                MOVE PrepaymentPenaltyMonths TO WS-PenaltyMonths
                CALL 'AddMonthsToDate' USING LoanOriginationDate
                    WS-PenaltyMonths WS-PenaltyCutoffDate
                IF WS-TodayDate NOT GREATER THAN WS-PenaltyCutoffDate
                    COMPUTE WS-PrepaymentPenalty ROUNDED =
                        WS-OldOutstandingBalance * (PrepaymentPenaltyPercent / 100)

            PERFORM WRITE-HISTORY-RECORD

            CALL 'ComputeInstallment' USING LoanRecord
            REWRITE LoanRecord

            MOVE 'REFINANCE' TO WS-THType
