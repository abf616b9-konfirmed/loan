            MOVE ZERO TO ReceiptNumber
            MOVE SPACES TO CaptureUserID
            MOVE ZERO TO ReversalDate
            MOVE ZERO TO TransferFromRepaymentID
            MOVE ZERO TO TransferToRepaymentID
            MOVE ZERO TO BackdatePostedDate
            MOVE SPACES TO BackdateAuthorizedBy
            MOVE SPACES TO PriorPeriodAdjFlag
            WRITE RepaymentRecord
                INVALID KEY
                    DISPLAY 'Repayment ID already exists. Record not written.'
