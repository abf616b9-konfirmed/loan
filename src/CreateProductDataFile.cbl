            ELSE
                MOVE ZERO TO ProductDrawSuspendDays
            END-IF
            IF ProductRevolving
                DISPLAY 'Enter Minimum Credit Score to keep the line open'
                DISPLAY '(0 for none): '
                ACCEPT ProductMinScore
                PERFORM UNTIL ProductMinScore NUMERIC
                    DISPLAY 'Invalid input. Enter numeric Score: '
                    ACCEPT ProductMinScore
                END-PERFORM
            ELSE
                MOVE ZERO TO ProductMinScore
            END-IF
            DISPLAY 'Enter Monthly Servicing Cost per Loan: '
            ACCEPT ProductServicingCost
            PERFORM UNTIL ProductServicingCost NUMERIC
                DISPLAY 'Invalid input. Enter numeric Servicing Cost: '
                ACCEPT ProductServicingCost
            END-PERFORM
            DISPLAY 'Enter Autopay Rate Discount (e.g., 0.25, 0 if none): '
            ACCEPT ProductAutopayDiscount
            PERFORM UNTIL ProductAutopayDiscount NUMERIC
                DISPLAY 'Invalid input. Enter numeric Autopay Discount: '
                ACCEPT ProductAutopayDiscount
            END-PERFORM
            WRITE ProductRecord
                INVALID KEY
                    DISPLAY 'Product Code already exists. Record not written.'
