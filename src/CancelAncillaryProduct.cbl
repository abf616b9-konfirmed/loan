IDENTIFICATION DIVISION.
PROGRAM-ID. CancelAncillaryProduct.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ElapsedDaysSigned      PIC S9(6) VALUE ZERO.
01 WS-ElapsedMonths          PIC 9(4) VALUE ZERO.
01 WS-RemainingMonths        PIC S9(4) VALUE ZERO.
01 WS-RefundAmount           PIC 9(9)V99 VALUE ZERO.
01 WS-CreditAmount           PIC 9(9)V99 VALUE ZERO.
01 WS-CheckAmount            PIC 9(9)V99 VALUE ZERO.
01 WS-CheckSource            PIC X(08) VALUE 'REFUND'.
01 WS-CheckSourceRef         PIC X(10) VALUE 'ANCILLARY'.
01 WS-CheckNumber            PIC 9(8) VALUE ZERO.
01 WS-AdjDebitAccount        PIC X(10).
01 WS-AdjCreditAccount       PIC X(10).
01 WS-AdjAmount              PIC 9(11)V99.
01 WS-PortionAmount          PIC 9(9)V99.
01 WS-CarrierPortion         PIC 9(9)V99.
01 WS-AdjSource              PIC X(10) VALUE 'ANC-REFUND'.
01 WS-THType                 PIC X(12) VALUE 'ANC-REFUND'.
01 WS-THAmount               PIC 9(11)V99.
01 WS-THBalanceBefore        PIC 9(11)V99.
01 WS-THBalanceAfter         PIC 9(11)V99.
01 WS-THProgram              PIC X(20) VALUE 'CancelAncillary'.

*> unearned premium is measured in whole months of this many days
01 WS-DaysPerPremiumMonth    PIC 9(2) VALUE 30.

LINKAGE SECTION.
    COPY ANREC.
    COPY LNREC.
01 LS-CancelReason           PIC X(12).
01 LS-CancelDate             PIC 9(8).
01 LS-UserID                 PIC X(20).

*> cancels one ancillary product (GAP, credit life or debt
*> cancellation) on a loan. The unearned premium for the months left
*> of the product's term is refunded, pro-rata or by the Rule of 78s
*> as the product was sold. The refund is charged back to the carrier
*> for its share of the premium and to commission income for the
*> rest; both chargebacks stay open until the monthly carrier
*> remittance settles them. While the loan is still open with a
*> balance the refund is credited to the balance (the caller rewrites
*> the loan); on a loan paid off or refinanced, or for whatever is
*> left over the balance, it goes to the borrower by check. The
*> caller reads the product record for update and rewrites it
PROCEDURE DIVISION USING AncillaryRecord LoanRecord LS-CancelReason
        LS-CancelDate LS-UserID.
    SET AncCancelled TO TRUE.
    MOVE LS-CancelReason TO AncCancelReason.
    MOVE LS-CancelDate   TO AncCancelDate.
    MOVE LS-UserID       TO AncCancelUserID.
    MOVE LS-CancelDate   TO AncChangedDate.
    MOVE LS-UserID       TO AncChangedUserID.
    MOVE ZERO TO AncRefundAmount.
    MOVE ZERO TO AncRefundCredited.
    MOVE ZERO TO AncRefundCheckNumber.
    MOVE ZERO TO AncCarrierChargeback.
    MOVE ZERO TO AncCommissionChargeback.
    MOVE ZERO TO AncChargebackSettledDate.

    PERFORM COMPUTE-UNEARNED-PREMIUM.
    IF WS-RefundAmount > ZERO
        PERFORM CHARGE-BACK-REFUND
        PERFORM PAY-REFUND
    END-IF.
    GOBACK.

COMPUTE-UNEARNED-PREMIUM.
    MOVE ZERO TO WS-RefundAmount.
    IF AncTermMonths > ZERO
        CALL 'DaysBetweenDates' USING AncEffectiveDate
            LS-CancelDate WS-ElapsedDaysSigned
        IF WS-ElapsedDaysSigned < ZERO
            MOVE ZERO TO WS-ElapsedDaysSigned
        END-IF
        COMPUTE WS-ElapsedMonths =
            WS-ElapsedDaysSigned / WS-DaysPerPremiumMonth
        COMPUTE WS-RemainingMonths = AncTermMonths - WS-ElapsedMonths
        IF WS-RemainingMonths < ZERO
            MOVE ZERO TO WS-RemainingMonths
        END-IF
        IF AncRefundRule78
            COMPUTE WS-RefundAmount ROUNDED =
                AncPremium
                * (WS-RemainingMonths * (WS-RemainingMonths + 1))
                / (AncTermMonths * (AncTermMonths + 1))
        ELSE
            COMPUTE WS-RefundAmount ROUNDED =
                AncPremium * WS-RemainingMonths / AncTermMonths
        END-IF
    END-IF.
    MOVE WS-RefundAmount TO AncRefundAmount.

*> the carrier returns its unearned share of the premium and the
*> unearned commission comes back out of income
CHARGE-BACK-REFUND.
    IF AncPremium > ZERO
        COMPUTE AncCarrierChargeback ROUNDED =
            WS-RefundAmount * AncCarrierNetPremium / AncPremium
    END-IF.
    COMPUTE AncCommissionChargeback =
        WS-RefundAmount - AncCarrierChargeback.

PAY-REFUND.
    MOVE ZERO TO WS-CreditAmount.
    IF (LoanStatusActive OR LoanStatusDefaulted)
            AND OutstandingBalance > ZERO
            AND LS-CancelReason NOT = 'REFINANCED'
        IF WS-RefundAmount > OutstandingBalance
            MOVE OutstandingBalance TO WS-CreditAmount
        ELSE
            MOVE WS-RefundAmount TO WS-CreditAmount
        END-IF
    END-IF.
    COMPUTE WS-CheckAmount = WS-RefundAmount - WS-CreditAmount.

    IF WS-CreditAmount > ZERO
        MOVE OutstandingBalance TO WS-THBalanceBefore
        SUBTRACT WS-CreditAmount FROM OutstandingBalance
        MOVE OutstandingBalance TO WS-THBalanceAfter
        MOVE WS-CreditAmount TO WS-THAmount
        CALL 'WriteTransactionHistory' USING AncLoanID WS-THType
            WS-THAmount WS-THBalanceBefore WS-THBalanceAfter
            LS-CancelDate WS-THProgram
        MOVE WS-CreditAmount TO AncRefundCredited
        MOVE 'LOANS-RECV' TO WS-AdjCreditAccount
        MOVE WS-CreditAmount TO WS-PortionAmount
        PERFORM WRITE-CHARGEBACK-ENTRIES
    END-IF.
    IF WS-CheckAmount > ZERO
        CALL 'IssueCheck' USING AncLoanID WS-CheckAmount
            BorrowerName OF LoanRecord WS-CheckSource
            WS-CheckSourceRef LS-CancelDate WS-CheckNumber
        MOVE WS-CheckNumber TO AncRefundCheckNumber
        MOVE 'CASH      ' TO WS-AdjCreditAccount
        MOVE WS-CheckAmount TO WS-PortionAmount
        PERFORM WRITE-CHARGEBACK-ENTRIES
    END-IF.

*> the refund, whether credited or paid, is debited to the carrier
*> receivable and to commission income in proportion to the split
WRITE-CHARGEBACK-ENTRIES.
    COMPUTE WS-CarrierPortion ROUNDED = WS-PortionAmount
        * AncCarrierChargeback / WS-RefundAmount.
    IF WS-CarrierPortion > ZERO
        MOVE 'ANC-RECV  ' TO WS-AdjDebitAccount
        MOVE WS-CarrierPortion TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING LS-CancelDate AncLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    COMPUTE WS-AdjAmount = WS-PortionAmount - WS-CarrierPortion.
    IF WS-AdjAmount > ZERO
        MOVE 'ANC-COMM  ' TO WS-AdjDebitAccount
        CALL 'WriteGLAdjustment' USING LS-CancelDate AncLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
