01 WS-NewRate               PIC 9(2)V99.
01 WS-RatesReset            PIC 9(7) VALUE ZERO.
01 WS-InForbearance         PIC X VALUE 'N'.
01 WS-AnnualResetMonths     PIC 9(4) VALUE 12.

*> configurable SCRA active-duty interest rate cap
01 WS-ScraRateCap           PIC 9(2)V99 VALUE 6.00.
01 WS-ProductFound          PIC X VALUE 'N'.
01 WS-TargetRate            PIC 9(3)V99 VALUE ZERO.
01 WS-CapFloorNote          PIC X(30).
01 WS-AutopayDiscount       PIC 9(2)V99 VALUE ZERO.
01 WS-ContractRate          PIC 9(3)V99 VALUE ZERO.
01 WS-THType           PIC X(12).
01 WS-THAmount         PIC 9(11)V99.
01 WS-THBalanceBefore  PIC 9(11)V99.
01 WS-AdjDebitAccount  PIC X(10).
01 WS-AdjCreditAccount PIC X(10).
01 WS-AdjSource        PIC X(10).
    COPY LMREC.

PROCEDURE DIVISION.
    DISPLAY 'Resetting variable rate loans due for reset...'.
                    END-IF
                    IF WS-HistoryRateFound = 'Y'
                        PERFORM APPLY-CAPS-AND-FLOORS
                        PERFORM APPLY-AUTOPAY-DISCOUNT
                        CALL 'CheckMilitaryService' USING
                            BorrowerID OF LoanRecord
                            CoBorrowerID OF LoanRecord
                        END-IF
                        PERFORM SETTLE-ACCRUAL-TO-RESET-DATE
                        MOVE WS-NewRate TO InterestRate
                        CALL 'ComputeInstallment' USING LoanRecord
                        ADD 1 TO WS-RatesReset
                        MOVE 'RATE-CHANGE' TO WS-THType
                        MOVE WS-NewRate TO WS-THAmount
    END-IF.

*> the full index move is limited by the product's periodic cap,
*> lifetime cap and floor, and then by the maximum APR of the
*> borrower's state; whatever the caps held back carries over to the
*> next reset date
APPLY-CAPS-AND-FLOORS.
    PERFORM LOOKUP-PRODUCT-CAPS.
    CALL 'GetAutopayDiscount' USING LoanID OF LoanRecord
        WS-AutopayDiscount.
    COMPUTE WS-ContractRate = InterestRate + WS-AutopayDiscount.
    COMPUTE WS-TargetRate =
        WS-EffectiveRateValue + RateMargin + RateCarryover.
    MOVE WS-TargetRate TO WS-NewRate.
    MOVE SPACES TO WS-CapFloorNote.
    IF WS-ProductFound = 'Y'
        IF ProductPeriodicCap > ZERO
            IF WS-NewRate > WS-ContractRate + ProductPeriodicCap
                COMPUTE WS-NewRate =
                    WS-ContractRate + ProductPeriodicCap
                MOVE 'PERIODIC CAP APPLIED' TO WS-CapFloorNote
            END-IF
            IF WS-NewRate < WS-ContractRate - ProductPeriodicCap
                COMPUTE WS-NewRate =
                    WS-ContractRate - ProductPeriodicCap
                MOVE 'PERIODIC CAP APPLIED' TO WS-CapFloorNote
            END-IF
        END-IF
            MOVE 'RATE FLOOR APPLIED' TO WS-CapFloorNote
        END-IF
    END-IF.
    CALL 'GetStateLimits' USING BorrowerID OF LoanRecord
        WS-TodayDate StateLimits.
    IF LimitMaxAPR > ZERO AND WS-NewRate > LimitMaxAPR
        MOVE LimitMaxAPR TO WS-NewRate
        MOVE 'STATE MAXIMUM APR APPLIED' TO WS-CapFloorNote
    END-IF.
    IF WS-TargetRate > WS-NewRate
        COMPUTE RateCarryover = WS-TargetRate - WS-NewRate
    ELSE
            RateCarryover ')'
    END-IF.

*> caps and floors work on the contract rate; an autopay discount
*> on the loan comes off the rate they produce, so a reset does not
*> take it away
APPLY-AUTOPAY-DISCOUNT.
    IF WS-AutopayDiscount > ZERO
        IF WS-AutopayDiscount > WS-NewRate
            MOVE ZERO TO WS-NewRate
        ELSE
            SUBTRACT WS-AutopayDiscount FROM WS-NewRate
        END-IF
        DISPLAY 'Loan ID: ' LoanID ' autopay discount of '
            WS-AutopayDiscount ' kept on the reset rate.'
    END-IF.

LOOKUP-PRODUCT-CAPS.
    MOVE 'N' TO WS-ProductFound.
    OPEN INPUT ProductFile.
