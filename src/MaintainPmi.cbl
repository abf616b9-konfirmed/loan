IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainPmi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PMSEL.
    COPY LNSEL.
    COPY ESSEL.
    COPY CLSEL.
    COPY CHSEL.

DATA DIVISION.
FILE SECTION.
FD  PmiFile.
    COPY PMREC.

FD  LoanFile.
    COPY LNREC.

FD  EscrowFile.
    COPY ESREC.

FD  CollateralFile.
    COPY CLREC.

FD  CorrespondenceFile.
    COPY CHREC.

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-PmiFileStatus          PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-EscrowFileStatus       PIC X(02).
01 WS-CollateralFileStatus   PIC X(02).
01 WS-CorrespondenceStatus   PIC X(02).
01 WS-Choice                 PIC 9.
01 WS-TodayDate              PIC 9(8).
01 WS-KeyLoanID              PIC 9(7).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-PmiOnFile              PIC X VALUE 'N'.
01 WS-EscrowFound            PIC X VALUE 'N'.
01 WS-DateValid              PIC X VALUE 'N'.
01 WS-Confirm                PIC X(01).
01 WS-EntryValue             PIC 9(11)V99.
01 WS-EntryDate              PIC 9(8).
01 WS-OldPremium             PIC 9(7)V99.
01 WS-EscrowChange           PIC S9(9)V99.
01 WS-NewMonthlyAmount       PIC S9(9)V99.
01 WS-ScheduledBalance       PIC 9(9)V99.
01 WS-Date80                 PIC 9(8).
01 WS-Date78                 PIC 9(8).
01 WS-Target80               PIC 9(11)V99.
01 WS-TestBalance            PIC 9(9)V99.
01 WS-LtvPercent             PIC 9(3)V99.
01 WS-DaysSinceLetter        PIC S9(6).
01 WS-LateLetters            PIC 9(3).
01 WS-SeriousLetters         PIC 9(3).
01 WS-CancelReason           PIC X(12) VALUE 'REQUEST-80'.
01 WS-PmiListed              PIC 9(5) VALUE ZERO.

*> a borrower's request to cancel at 80% fails the payment-history
*> test on any 30-day late notice within the first of these periods
*> or any 60-day late notice within the second
01 WS-LateLookbackDays       PIC S9(6) VALUE 365.
01 WS-SeriousLookbackDays    PIC S9(6) VALUE 730.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> private mortgage insurance on a loan: the carrier and certificate,
*> the monthly premium (collected through the escrow payment, which
*> is adjusted whenever the premium is added or changed) and the
*> property's original value that cancellation is measured against.
*> The borrower's written request to cancel at 80% of original value
*> is taken here, subject to the loan being current, a good payment
*> history and the borrower's certification that there are no
*> subordinate liens; automatic cancellation at 78% runs nightly
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY '--- Private Mortgage Insurance ---'.
    DISPLAY '1. Add PMI to a Loan'.
    DISPLAY '2. Change PMI Details'.
    DISPLAY '3. Display PMI for a Loan'.
    DISPLAY '4. List Active PMI'.
    DISPLAY '5. Borrower Cancellation Request'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ACCEPT-LOAN-KEY
            PERFORM ADD-PMI
        WHEN 2
            PERFORM ACCEPT-LOAN-KEY
            PERFORM CHANGE-PMI
        WHEN 3
            PERFORM ACCEPT-LOAN-KEY
            PERFORM SHOW-PMI
        WHEN 4
            PERFORM LIST-ACTIVE-PMI
        WHEN 5
            PERFORM ACCEPT-LOAN-KEY
            PERFORM REQUEST-CANCELLATION
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ACCEPT-LOAN-KEY.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-KeyLoanID.
    PERFORM UNTIL WS-KeyLoanID NUMERIC AND WS-KeyLoanID > ZERO
        DISPLAY 'Invalid input. Enter a numeric Loan ID: '
        ACCEPT WS-KeyLoanID
    END-PERFORM.

ADD-PMI.
    PERFORM READ-LOAN.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found.'
    ELSE
        IF NOT LoanStatusActive
            DISPLAY 'Loan status is ' LoanStatus
                '. PMI can only be added to an ACTIVE loan.'
        ELSE
            PERFORM CHECK-ESCROW-ACCOUNT
            IF WS-EscrowFound = 'N'
                DISPLAY 'Loan has no escrow account. Set up escrow'
                DISPLAY 'first; the PMI premium is collected through it.'
            ELSE
                PERFORM OPEN-PMI-FILE
                PERFORM READ-PMI
                IF WS-PmiOnFile = 'Y' AND PmiActive
                    DISPLAY 'Loan already has active PMI with '
                        PmiCarrier '.'
                ELSE
                    PERFORM ENTER-NEW-PMI
                END-IF
                CLOSE PmiFile
            END-IF
        END-IF
    END-IF.

ENTER-NEW-PMI.
    INITIALIZE PmiRecord.
    MOVE WS-KeyLoanID TO PmiLoanID.
    PERFORM ACCEPT-CARRIER-DETAILS.
    PERFORM ACCEPT-PREMIUM.
    PERFORM ACCEPT-ORIGINAL-VALUE.
    DISPLAY 'Enter Effective Date (YYYYMMDD, 0 for today): '.
    ACCEPT WS-EntryDate.
    MOVE 'N' TO WS-DateValid.
    PERFORM UNTIL WS-DateValid = 'Y'
        IF WS-EntryDate NUMERIC
            IF WS-EntryDate = ZERO
                MOVE WS-TodayDate TO WS-EntryDate
            END-IF
            CALL 'ValidateDate' USING WS-EntryDate WS-DateValid
        END-IF
        IF WS-DateValid NOT = 'Y'
            DISPLAY 'Invalid input. Enter a date as YYYYMMDD or 0: '
            ACCEPT WS-EntryDate
        END-IF
    END-PERFORM.
    MOVE WS-EntryDate TO PmiEffectiveDate.
    MOVE WS-EntryDate TO PmiPremiumPaidThrough.
    SET PmiActive TO TRUE.
    MOVE LS-UserID    TO PmiChangedUserID.
    MOVE WS-TodayDate TO PmiChangedDate.

    DISPLAY 'Add PMI with ' PmiCarrier ' at ' PmiMonthlyPremium
        ' a month? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        IF WS-PmiOnFile = 'Y'
            REWRITE PmiRecord
        ELSE
            WRITE PmiRecord
        END-IF
        MOVE PmiMonthlyPremium TO WS-EscrowChange
        PERFORM ADJUST-ESCROW-PAYMENT
        DISPLAY 'PMI added. Escrow payment is now '
            EscrowMonthlyAmount '.'
    ELSE
        DISPLAY 'PMI not added.'
    END-IF.

CHANGE-PMI.
    PERFORM OPEN-PMI-FILE.
    PERFORM READ-PMI.
    IF WS-PmiOnFile = 'N' OR NOT PmiActive
        DISPLAY 'No active PMI on this loan.'
    ELSE
        PERFORM READ-LOAN
        PERFORM DISPLAY-PMI
        MOVE PmiMonthlyPremium TO WS-OldPremium
        PERFORM ACCEPT-CARRIER-DETAILS
        PERFORM ACCEPT-PREMIUM
        PERFORM ACCEPT-ORIGINAL-VALUE
        DISPLAY 'Save these changes? (Y/N): '
        ACCEPT WS-Confirm
        IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
            MOVE LS-UserID    TO PmiChangedUserID
            MOVE WS-TodayDate TO PmiChangedDate
            REWRITE PmiRecord
            IF PmiMonthlyPremium NOT = WS-OldPremium
                COMPUTE WS-EscrowChange =
                    PmiMonthlyPremium - WS-OldPremium
                PERFORM ADJUST-ESCROW-PAYMENT
                DISPLAY 'Escrow payment is now ' EscrowMonthlyAmount '.'
            END-IF
            DISPLAY 'PMI updated.'
        ELSE
            DISPLAY 'PMI not changed.'
        END-IF
    END-IF.
    CLOSE PmiFile.

ACCEPT-CARRIER-DETAILS.
    DISPLAY 'Enter PMI Carrier: '.
    ACCEPT PmiCarrier.
    PERFORM UNTIL PmiCarrier NOT = SPACES
        DISPLAY 'Invalid input. Enter the PMI Carrier: '
        ACCEPT PmiCarrier
    END-PERFORM.
    DISPLAY 'Enter Certificate Number: '.
    ACCEPT PmiCertificateNumber.
    PERFORM UNTIL PmiCertificateNumber NOT = SPACES
        DISPLAY 'Invalid input. Enter the Certificate Number: '
        ACCEPT PmiCertificateNumber
    END-PERFORM.

ACCEPT-PREMIUM.
    DISPLAY 'Enter Monthly Premium: '.
    ACCEPT PmiMonthlyPremium.
    PERFORM UNTIL PmiMonthlyPremium NUMERIC
            AND PmiMonthlyPremium > ZERO
        DISPLAY 'Invalid input. Enter a Premium greater than zero: '
        ACCEPT PmiMonthlyPremium
    END-PERFORM.

*> the original value is the lesser of the sales price and the
*> appraisal at origination; the collateral appraisal is offered
ACCEPT-ORIGINAL-VALUE.
    IF PmiOriginalValue = ZERO
        PERFORM LOOKUP-APPRAISED-VALUE
    END-IF.
    DISPLAY 'Original Property Value: ' PmiOriginalValue.
    DISPLAY 'Enter Original Property Value (0 to keep): '.
    ACCEPT WS-EntryValue.
    PERFORM UNTIL WS-EntryValue NUMERIC
            AND (WS-EntryValue > ZERO OR PmiOriginalValue > ZERO)
        DISPLAY 'Invalid input. Enter the Original Property Value: '
        ACCEPT WS-EntryValue
    END-PERFORM.
    IF WS-EntryValue > ZERO
        MOVE WS-EntryValue TO PmiOriginalValue
    END-IF.

SHOW-PMI.
    OPEN INPUT PmiFile.
    IF WS-PmiFileStatus NOT = '00'
        DISPLAY 'No PMI on file.'
    ELSE
        PERFORM READ-PMI
        IF WS-PmiOnFile = 'N'
            DISPLAY 'No PMI on this loan.'
        ELSE
            PERFORM READ-LOAN
            PERFORM DISPLAY-PMI
        END-IF
        CLOSE PmiFile
    END-IF.

DISPLAY-PMI.
    DISPLAY 'Loan ID: ' PmiLoanID ' Status: ' PmiStatus.
    DISPLAY 'Carrier: ' PmiCarrier ' Certificate: '
        PmiCertificateNumber.
    DISPLAY 'Monthly Premium: ' PmiMonthlyPremium
        ' Paid Through: ' PmiPremiumPaidThrough.
    DISPLAY 'Original Property Value: ' PmiOriginalValue
        ' Effective: ' PmiEffectiveDate.
    IF PmiCancelled
        DISPLAY 'Cancelled ' PmiCancelDate ' (' PmiCancelReason
            ') by ' PmiCancelUserID
        IF PmiRefundAmount > ZERO
            DISPLAY 'Unearned premium refunded: ' PmiRefundAmount
                ' check ' PmiRefundCheckNumber
        END-IF
    ELSE
        IF WS-LoanFound = 'Y'
            CALL 'ComputePmiSchedule' USING LoanRecord
                PmiOriginalValue WS-TodayDate WS-ScheduledBalance
                WS-Date80 WS-Date78
            DISPLAY 'Actual Balance: ' OutstandingBalance OF LoanRecord
                ' Scheduled Balance: ' WS-ScheduledBalance
            DISPLAY 'Schedule reaches 80%: ' WS-Date80
                ' 78%: ' WS-Date78
        END-IF
    END-IF.
    IF PmiLastDisclosureDate > ZERO
        DISPLAY 'Last annual disclosure: ' PmiLastDisclosureDate
    END-IF.

LIST-ACTIVE-PMI.
    MOVE ZERO TO WS-PmiListed.
    MOVE 'N' TO EOF.
    OPEN INPUT PmiFile.
    IF WS-PmiFileStatus NOT = '00'
        DISPLAY 'No PMI on file.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ PmiFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF PmiActive
                        DISPLAY PmiLoanID ' ' PmiCarrier ' '
                            PmiCertificateNumber ' ' PmiMonthlyPremium
                            ' ' PmiOriginalValue
                        ADD 1 TO WS-PmiListed
                    END-IF
        END-PERFORM
        CLOSE PmiFile
        DISPLAY WS-PmiListed ' loan(s) with active PMI.'
    END-IF.

*> the borrower's request is honoured once the balance, actual or
*> scheduled, is at 80% of original value or less, the loan is
*> current and the payment history is good
REQUEST-CANCELLATION.
    PERFORM OPEN-PMI-FILE.
    PERFORM READ-PMI.
    IF WS-PmiOnFile = 'N' OR NOT PmiActive
        DISPLAY 'No active PMI on this loan.'
        CLOSE PmiFile
        GOBACK
    END-IF.
    PERFORM READ-LOAN.
    IF WS-LoanFound = 'N' OR NOT LoanStatusActive
        DISPLAY 'Loan is not active; PMI is cancelled with the loan.'
        CLOSE PmiFile
        GOBACK
    END-IF.
    PERFORM DISPLAY-PMI.

    MOVE OutstandingBalance OF LoanRecord TO WS-TestBalance.
    IF WS-ScheduledBalance < WS-TestBalance
        MOVE WS-ScheduledBalance TO WS-TestBalance
    END-IF.
    COMPUTE WS-Target80 ROUNDED = PmiOriginalValue * 0.80.
    COMPUTE WS-LtvPercent ROUNDED =
        WS-TestBalance * 100 / PmiOriginalValue.
    DISPLAY 'Balance used: ' WS-TestBalance ' (' WS-LtvPercent
        '% of original value)'.
    IF WS-TestBalance > WS-Target80
        DISPLAY 'Balance is above 80% of original value. Request'
        DISPLAY 'declined.'
        CLOSE PmiFile
        GOBACK
    END-IF.
    IF NextPaymentDueDate < WS-TodayDate
        DISPLAY 'Loan is past due (next due ' NextPaymentDueDate
            '). Request declined.'
        CLOSE PmiFile
        GOBACK
    END-IF.
    PERFORM CHECK-PAYMENT-HISTORY.
    IF WS-LateLetters > ZERO OR WS-SeriousLetters > ZERO
        DISPLAY 'Payment history: ' WS-LateLetters
            ' 30-day late notice(s) in the last year, '
            WS-SeriousLetters ' 60-day in the last two years.'
        DISPLAY 'Request declined.'
        CLOSE PmiFile
        GOBACK
    END-IF.

    DISPLAY 'Has the borrower certified there are no subordinate'.
    DISPLAY 'liens on the property? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'Certification required. Request declined.'
        CLOSE PmiFile
        GOBACK
    END-IF.
    DISPLAY 'Cancel PMI on Loan ID ' PmiLoanID '? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'PMI not cancelled.'
        CLOSE PmiFile
        GOBACK
    END-IF.

    CALL 'CancelPmi' USING PmiRecord LoanRecord WS-CancelReason
        WS-TodayDate LS-UserID.
    REWRITE PmiRecord.
    DISPLAY 'PMI cancelled. Cancellation notice sent.'.
    IF PmiRefundAmount > ZERO
        DISPLAY 'Unearned premium of ' PmiRefundAmount
            ' refunded by check ' PmiRefundCheckNumber '.'
    END-IF.
    CLOSE PmiFile.

*> 30-day (level 2) and 60-day (level 3) late notices in the
*> correspondence log stand for the loan's late payments
CHECK-PAYMENT-HISTORY.
    MOVE ZERO TO WS-LateLetters.
    MOVE ZERO TO WS-SeriousLetters.
    MOVE 'N' TO EOF.
    OPEN INPUT CorrespondenceFile.
    IF WS-CorrespondenceStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ CorrespondenceFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF CorrLoanID = PmiLoanID AND CorrDunning
                            AND CorrDunningLevel > 1
                        CALL 'DaysBetweenDates' USING CorrDate
                            WS-TodayDate WS-DaysSinceLetter
                        IF WS-DaysSinceLetter NOT > WS-LateLookbackDays
                            ADD 1 TO WS-LateLetters
                        ELSE
                            IF CorrDunningLevel > 2
                                    AND WS-DaysSinceLetter
                                    NOT > WS-SeriousLookbackDays
                                ADD 1 TO WS-SeriousLetters
                            END-IF
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE CorrespondenceFile
    END-IF.

ADJUST-ESCROW-PAYMENT.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE PmiLoanID TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                COMPUTE WS-NewMonthlyAmount =
                    EscrowMonthlyAmount + WS-EscrowChange
                IF WS-NewMonthlyAmount < ZERO
                    MOVE ZERO TO WS-NewMonthlyAmount
                END-IF
                MOVE WS-NewMonthlyAmount TO EscrowMonthlyAmount
                REWRITE EscrowRecord
        END-READ
        CLOSE EscrowFile
    END-IF.

CHECK-ESCROW-ACCOUNT.
    MOVE 'N' TO WS-EscrowFound.
    OPEN INPUT EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE WS-KeyLoanID TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-EscrowFound
        END-READ
        CLOSE EscrowFile
    END-IF.

LOOKUP-APPRAISED-VALUE.
    OPEN INPUT CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE WS-KeyLoanID TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CollateralAppraisedValue TO PmiOriginalValue
        END-READ
        CLOSE CollateralFile
    END-IF.

READ-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE WS-KeyLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LoanFound
        END-READ
        CLOSE LoanFile
    END-IF.

READ-PMI.
    MOVE 'N' TO WS-PmiOnFile.
    MOVE WS-KeyLoanID TO PmiLoanID.
    READ PmiFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-PmiOnFile
    END-READ.

OPEN-PMI-FILE.
    OPEN I-O PmiFile.
    IF WS-PmiFileStatus = '35'
        OPEN OUTPUT PmiFile
        CLOSE PmiFile
        OPEN I-O PmiFile
    END-IF.
