01 WS-THProgram         PIC X(20).
01 WS-AdjDebitAccount   PIC X(10).
01 WS-AdjSource         PIC X(10).
01 WS-AdjCreditAccount  PIC X(10).
01 WS-DeferFeeAmount    PIC 9(9)V99.
01 WS-DeferCostAmount   PIC 9(9)V99 VALUE ZERO.
01 WS-LimitNote         PIC X(30).

PROCEDURE DIVISION.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
                DISPLAY 'Recurring annually in month '
                    FeeRecurringMonth
            END-IF
            IF FeeDeferred
                DISPLAY 'Origination fee: deferred and amortized over'
                    ' the life of the loan'
            END-IF
    END-READ.

ACCEPT-FEE-CODE-DETAILS.
    ELSE
        MOVE ZERO TO FeeRecurringMonth
    END-IF.
    IF FeeRecurring
        SET FeeNotDeferred TO TRUE
    ELSE
        DISPLAY 'Origination fee, deferred and amortized over the'
        DISPLAY 'life of the loan? (Y/N): '
        ACCEPT FeeDeferFlag
        PERFORM UNTIL FeeDeferred OR FeeNotDeferred
            DISPLAY 'Invalid input. Enter Y or N: '
            ACCEPT FeeDeferFlag
        END-PERFORM
    END-IF.

*> one-off assessment (origination, statement copy, payoff
*> processing): itemized detail, fee bucket, history, and fee income
*> by code through the GL journal. An origination fee is not income
*> when assessed: it goes to net deferred fees and is recognized over
*> the life of the loan
ASSESS-FEE-TO-LOAN.
    DISPLAY 'Enter Fee Code: '.
    ACCEPT FeeCode.
                OutstandingBalance OF LoanRecord
                * (FeePercent / 100)
        END-IF
        CALL 'ApplyStateFeeLimit' USING BorrowerID OF LoanRecord
            WS-TodayDate FeeCode InstallmentAmount OF LoanRecord
            WS-AssessAmount WS-LimitNote
        IF WS-LimitNote NOT = SPACES
            DISPLAY 'Fee ' WS-LimitNote ': ' WS-AssessAmount
        END-IF
        IF WS-AssessAmount = ZERO
            DISPLAY 'Computed fee is zero; nothing assessed.'
        ELSE
                WS-TodayDate WS-THProgram
            MOVE 'LOANS-RECV' TO WS-AdjDebitAccount
            MOVE 'FEE-ASSESS' TO WS-AdjSource
            IF FeeDeferred
                MOVE 'DEF-FEECST' TO WS-AdjCreditAccount
                MOVE WS-AssessAmount TO WS-DeferFeeAmount
                CALL 'DeferLoanFeeCost' USING LoanRecord WS-TodayDate
                    WS-DeferFeeAmount WS-DeferCostAmount
            ELSE
                MOVE FeeGLAccount TO WS-AdjCreditAccount
            END-IF
            CALL 'WriteGLAdjustment' USING WS-TodayDate
                WS-AssessLoanID WS-AdjDebitAccount WS-AdjCreditAccount
                WS-THAmount WS-AdjSource
            DISPLAY 'Fee ' FeeCode ' of ' WS-AssessAmount
                ' assessed to Loan ' WS-AssessLoanID '.'
