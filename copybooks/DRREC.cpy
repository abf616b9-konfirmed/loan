    05 DlrResType       PIC X(10).
        88 DlrResAccrual    VALUE 'ACCRUAL'.
        88 DlrResChargeback VALUE 'CHARGEBACK'.
        88 DlrResPayout     VALUE 'PAYOUT'.
        88 DlrResPayoutReversal VALUE 'PAYOUT-RVS'.
