01 WS-THBalanceBefore        PIC 9(11)V99.
01 WS-THBalanceAfter         PIC 9(11)V99.
01 WS-THProgram              PIC X(20).
01 WS-AncCancelReason        PIC X(12) VALUE 'REPOSSESSED'.
01 WS-AncUserID              PIC X(20) VALUE 'REPOSSESSION'.
01 WS-AncRefundTotal         PIC 9(9)V99 VALUE ZERO.

*> repossession of secured collateral from assignment through sale:
*> net auction proceeds apply to the loan, the remaining deficiency
                DISPLAY 'A repossession already exists for this loan.'
            NOT INVALID KEY
                DISPLAY 'Repossession assigned to ' RepoAgent '.'
                PERFORM CANCEL-ANCILLARY-PRODUCTS
        END-WRITE
    END-IF.

*> with the collateral repossessed, GAP, credit life and debt
*> cancellation on the loan are cancelled and their unearned premium
*> is credited to the balance ahead of the sale
CANCEL-ANCILLARY-PRODUCTS.
    OPEN I-O LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE RepoLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                CALL 'CancelLoanAncillaryProducts' USING LoanRecord
                    WS-AncCancelReason WS-TodayDate WS-AncUserID
                    WS-AncRefundTotal
                IF WS-AncRefundTotal > ZERO
                    REWRITE LoanRecord
                    DISPLAY 'Unearned ancillary premium of '
                        WS-AncRefundTotal ' refunded.'
                END-IF
        END-READ
        CLOSE LoanFile
    END-IF.

RECORD-NOTICE-OF-SALE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT RepoLoanID.
