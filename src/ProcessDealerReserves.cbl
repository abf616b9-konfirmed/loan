01 WS-DaysOnBook           PIC S9(6) VALUE ZERO.
01 WS-DealerAccrualTotal   PIC 9(11)V99 VALUE ZERO.
01 WS-DealerChargebackTotal PIC 9(11)V99 VALUE ZERO.
01 WS-DealerPayoutTotal    PIC S9(11)V99 VALUE ZERO.
01 WS-DealerNetTotal       PIC S9(11)V99 VALUE ZERO.
01 WS-AdjDebitAccount      PIC X(10).
01 WS-AdjCreditAccount     PIC X(10).
                        IF DlrResAccrual
                            MOVE 'Y' TO WS-AccrualFound
                            MOVE DlrResAmount TO WS-AccrualAmount
                        END-IF
                        IF DlrResChargeback
                            MOVE 'Y' TO WS-ChargebackFound
                        END-IF
                    END-IF
    WRITE StatementLine.
    MOVE ZERO TO WS-DealerAccrualTotal.
    MOVE ZERO TO WS-DealerChargebackTotal.
    MOVE ZERO TO WS-DealerPayoutTotal.
    MOVE 'N' TO WS-LedgerEOF.
    OPEN INPUT DealerReserveFile.
    IF WS-DealerReserveStatus = '00'
                            DlrResAmount DELIMITED BY SIZE
                            INTO StatementLine
                        WRITE StatementLine
                        EVALUATE TRUE
                            WHEN DlrResAccrual
                                ADD DlrResAmount
                                    TO WS-DealerAccrualTotal
                            WHEN DlrResChargeback
                                ADD DlrResAmount
                                    TO WS-DealerChargebackTotal
                            WHEN DlrResPayout
                                ADD DlrResAmount
                                    TO WS-DealerPayoutTotal
                            WHEN DlrResPayoutReversal
                                SUBTRACT DlrResAmount
                                    FROM WS-DealerPayoutTotal
                        END-EVALUATE
                    END-IF
        END-PERFORM
        CLOSE DealerReserveFile
    END-IF.
    COMPUTE WS-DealerNetTotal =
        WS-DealerAccrualTotal - WS-DealerChargebackTotal
        - WS-DealerPayoutTotal.
    STRING 'Accruals: ' WS-DealerAccrualTotal
        '  Chargebacks: ' WS-DealerChargebackTotal
        '  Paid Out: ' WS-DealerPayoutTotal
        '  Net Reserve: ' WS-DealerNetTotal
        DELIMITED BY SIZE INTO StatementLine.
    WRITE StatementLine.
