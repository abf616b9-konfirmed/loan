01 WS-AdjDebitAccount      PIC X(10).
01 WS-AdjCreditAccount     PIC X(10).
01 WS-AdjSource            PIC X(10).
01 WS-TimeBarred           PIC X VALUE 'N'.
01 WS-PastReportingLimit   PIC X VALUE 'N'.
01 WS-TimeBarDate          PIC 9(8).
01 WS-TimeBarBalance       PIC 9(9)V99.

LINKAGE SECTION.
01 LS-UserID PIC X(20).
                    OR LoanStatusSettled OF LoanRecord
                DISPLAY 'Loan is already closed. Offer not recorded.'
            ELSE
                IF LoanStatusChargedOff OF LoanRecord
                    PERFORM WARN-IF-TIME-BARRED
                END-IF
                PERFORM FIND-NEXT-SETTLEMENT-ID
                MOVE WS-NextSettlementID TO SettlementID
                MOVE WS-LookupLoanID TO SettlementLoanID
            END-IF
    END-READ.

*> an offer on a debt past the state limitations period may not
*> threaten suit and must carry the time-barred disclosure
WARN-IF-TIME-BARRED.
    CALL 'CheckTimeBarredDebt' USING WS-LookupLoanID WS-TodayDate
        WS-TimeBarred WS-PastReportingLimit WS-TimeBarDate
        WS-TimeBarBalance.
    IF WS-TimeBarred = 'Y'
        DISPLAY '*** Debt became time-barred on ' WS-TimeBarDate ' ***'
        DISPLAY 'The offer letter must give the time-barred disclosure'
        DISPLAY 'and must not threaten legal action.'
        IF WS-PastReportingLimit = 'Y'
            DISPLAY 'The account is also past the credit reporting limit.'
        END-IF
    END-IF.

ACCEPT-SETTLEMENT.
    DISPLAY 'Enter Settlement ID: '.
    ACCEPT SettlementID.
    MOVE CurrencyCode OF LoanRecord TO TenderedCurrency.
    MOVE ZERO TO NSFFeeAmount.
    MOVE ZERO TO ReversalDate.
    MOVE ZERO TO TransferFromRepaymentID.
    MOVE ZERO TO TransferToRepaymentID.
    MOVE ZERO TO BackdatePostedDate.
    MOVE SPACES TO BackdateAuthorizedBy.
    MOVE SPACES TO PriorPeriodAdjFlag.
    PERFORM GET-NEXT-RECEIPT-NUMBER.
    MOVE WS-ReceiptNumberWork TO ReceiptNumber.
    MOVE LS-UserID TO CaptureUserID.
