01 WS-QueueReference  PIC 9(7) VALUE ZERO.
01 WS-QueueAmount     PIC 9(11)V99 VALUE ZERO.
01 WS-PendingIDOut    PIC 9(5) VALUE ZERO.
01 WS-CompanyAllowed  PIC X VALUE 'N'.

*> configurable dual-control threshold: a rate change bigger than
*> this queues for second-person approval instead of posting
            CLOSE LoanFile
            GOBACK
        NOT INVALID KEY
            CALL 'CheckCompanyEntitlement' USING LS-UserID
                LoanCompanyCode OF LoanRecord WS-CompanyAllowed
            IF WS-CompanyAllowed = 'N'
                DISPLAY 'You are not entitled to work with company '
                    LoanCompanyCode OF LoanRecord '. Loan not updated.'
                CLOSE LoanFile
                GOBACK
            END-IF
            PERFORM LOOKUP-PRODUCT

            DISPLAY 'Enter new Loan Amount: '
                MOVE WS-OldInterestRate TO InterestRate
            END-IF
            MOVE LoanAmount TO OutstandingBalance
            CALL 'ComputeInstallment' USING LoanRecord
            REWRITE LoanRecord

            DISPLAY 'Loan updated successfully.'
