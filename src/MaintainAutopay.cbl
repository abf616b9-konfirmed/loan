01 WS-LoanFileStatus    PIC X(02).
01 WS-Choice            PIC 9.
01 WS-LoanFound         PIC X VALUE 'N'.
01 WS-TodayDate         PIC 9(8).
01 WS-LoanBorrowerID    PIC 9(5) VALUE ZERO.
01 WS-LoanBorrowerName  PIC X(30).
01 WS-HoldDelta         PIC S9(6).
01 WS-ChangeField       PIC X(12) VALUE 'BANK-ACCOUNT'.
01 WS-OldBankValue      PIC X(118).
01 WS-NewBankValue      PIC X(118).
01 WS-DiscountAction   PIC X(06).
01 WS-DiscountReason   PIC X(12).
01 WS-WasEnrolled      PIC X VALUE 'N'.
01 WS-ReportDate       PIC 9(8).
01 WS-ReportItems      PIC 9(7).
01 WS-BankValue.
    05 WS-BankValueRouting PIC X(09).
    05 FILLER              PIC X(01) VALUE SPACE.
    05 WS-BankValueAccount PIC X(17).

*> configurable: a bank account newly put on autopay is not debited
*> until this many days have passed, so a takeover that swaps in the
*> fraudster's account can be caught before money moves
01 WS-NewAccountHoldDays PIC 9(3) VALUE 10.

LINKAGE SECTION.
01 LS-UserID            PIC X(20).

PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    PERFORM OPEN-AUTOPAY-FILE.

    DISPLAY '--- Maintain Autopay Standing Instructions ---'.
    DISPLAY '1. Enroll Loan in Autopay'.
    DISPLAY '2. Update Autopay Instruction'.
    DISPLAY '3. Cancel Autopay Enrollment'.
    DISPLAY '4. Autopay Discount Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

            PERFORM UPDATE-AUTOPAY
        WHEN 3
            PERFORM CANCEL-AUTOPAY
        WHEN 4
            PERFORM RUN-DISCOUNT-REPORT
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found. Enrollment not recorded.'
    ELSE
        MOVE SPACES TO WS-OldBankValue
        PERFORM ACCEPT-BANK-DETAILS
        SET AutopayEnrolled TO TRUE
        MOVE ZERO TO AutopayDiscountRate
        MOVE ZERO TO AutopayDiscountDate
        MOVE ZERO TO AutopayReturnCount
        MOVE ZERO TO AutopayDiscountEndDate
        MOVE SPACES TO AutopayDiscountEndReason
        WRITE AutopayInstructionRecord
            INVALID KEY
                DISPLAY 'Autopay instruction already exists for this Loan ID.'
            NOT INVALID KEY
                DISPLAY 'Autopay enrollment recorded.'
                PERFORM RECORD-BANK-ACCOUNT-CHANGE
                MOVE 'APPLY' TO WS-DiscountAction
                MOVE SPACES TO WS-DiscountReason
                PERFORM CHANGE-RATE-DISCOUNT
        END-WRITE
    END-IF.

        INVALID KEY
            DISPLAY 'No autopay instruction found for this Loan ID.'
        NOT INVALID KEY
            PERFORM LOOKUP-LOAN
            PERFORM CAPTURE-OLD-BANK-VALUE
            PERFORM ACCEPT-BANK-DETAILS
            MOVE 'N' TO WS-WasEnrolled
            IF AutopayEnrolled
                MOVE 'Y' TO WS-WasEnrolled
            END-IF
            SET AutopayEnrolled TO TRUE
            REWRITE AutopayInstructionRecord
            DISPLAY 'Autopay instruction updated.'
            PERFORM RECORD-BANK-ACCOUNT-CHANGE
*> only an instruction coming back from cancelled goes active again;
*> a discount taken off for returned debits is not given back
            IF WS-WasEnrolled = 'N'
                    AND NOT AutopayDiscountEndReturns
                MOVE 'APPLY' TO WS-DiscountAction
                MOVE SPACES TO WS-DiscountReason
                PERFORM CHANGE-RATE-DISCOUNT
            END-IF
    END-READ.

CANCEL-AUTOPAY.
            SET AutopayCancelled TO TRUE
            REWRITE AutopayInstructionRecord
            DISPLAY 'Autopay enrollment cancelled.'
            MOVE 'REMOVE' TO WS-DiscountAction
            MOVE 'CANCELLED' TO WS-DiscountReason
            PERFORM CHANGE-RATE-DISCOUNT
    END-READ.

ACCEPT-BANK-DETAILS.
    ACCEPT AutopayBankRouting.
    DISPLAY 'Enter Bank Account Number: '.
    ACCEPT AutopayBankAccount.
    MOVE AutopayBankRouting TO WS-BankValueRouting.
    MOVE AutopayBankAccount TO WS-BankValueAccount.
    MOVE WS-BankValue TO WS-NewBankValue.
    IF WS-NewBankValue NOT = WS-OldBankValue
        MOVE WS-TodayDate TO AutopayAcctChangeDate
        MOVE WS-NewAccountHoldDays TO WS-HoldDelta
        CALL 'AdjustDateByDays' USING WS-TodayDate WS-HoldDelta
            AutopayHoldUntilDate
        DISPLAY 'New bank account: no debit will be drawn on it'
        DISPLAY 'before ' AutopayHoldUntilDate '.'
    END-IF.
    DISPLAY 'Enter Debit Amount: '.
    ACCEPT AutopayDebitAmount.
    PERFORM UNTIL AutopayDebitAmount NUMERIC AND AutopayDebitAmount > ZERO
        ACCEPT AutopayDebitAmount
    END-PERFORM.

CAPTURE-OLD-BANK-VALUE.
    MOVE AutopayBankRouting TO WS-BankValueRouting.
    MOVE AutopayBankAccount TO WS-BankValueAccount.
    MOVE WS-BankValue TO WS-OldBankValue.

*> every account put on or changed on autopay goes to the
*> demographic change history under the loan's borrower
RECORD-BANK-ACCOUNT-CHANGE.
    IF WS-NewBankValue NOT = WS-OldBankValue
        CALL 'WriteDemographicChange' USING
            WS-LoanBorrowerID WS-LoanBorrowerName
            AutopayLoanID WS-ChangeField WS-OldBankValue
            WS-NewBankValue LS-UserID
    END-IF.

*> an instruction going active takes the product's autopay rate
*> discount off the loan's rate; cancelling it puts the discount back
CHANGE-RATE-DISCOUNT.
    OPEN I-O LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE AutopayLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                CALL 'ChangeAutopayDiscount' USING LoanRecord
                    AutopayInstructionRecord WS-DiscountAction
                    WS-DiscountReason WS-TodayDate
                REWRITE LoanRecord
                REWRITE AutopayInstructionRecord
                IF WS-DiscountAction = 'APPLY'
                        AND AutopayDiscountRate > ZERO
                    DISPLAY 'Autopay rate discount of '
                        AutopayDiscountRate ' in effect.'
                END-IF
        END-READ
        CLOSE LoanFile
    END-IF.

RUN-DISCOUNT-REPORT.
    MOVE ZERO TO WS-ReportDate.
    CALL 'ReportAutopayDiscounts' USING WS-ReportDate
        WS-ReportItems.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    MOVE ZERO TO WS-LoanBorrowerID.
    MOVE SPACES TO WS-LoanBorrowerName.
    OPEN INPUT LoanFile.
    MOVE AutopayLoanID TO LoanID OF LoanRecord.
    READ LoanFile
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
            MOVE BorrowerID OF LoanRecord TO WS-LoanBorrowerID
            MOVE BorrowerName OF LoanRecord TO WS-LoanBorrowerName
    END-READ.
    CLOSE LoanFile.

