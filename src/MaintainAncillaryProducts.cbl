IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainAncillaryProducts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ANSEL.
    COPY LNSEL.

DATA DIVISION.
FILE SECTION.
FD  AncillaryFile.
    COPY ANREC.

FD  LoanFile.
    COPY LNREC.

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-AncillaryFileStatus    PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-Choice                 PIC 9.
01 WS-TodayDate              PIC 9(8).
01 WS-KeyLoanID              PIC 9(7).
01 WS-KeyProductType         PIC X(04).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-ProductOnFile          PIC X VALUE 'N'.
01 WS-DateValid              PIC X VALUE 'N'.
01 WS-Confirm                PIC X(01).
01 WS-EntryDate              PIC 9(8).
01 WS-CommissionAmount       PIC 9(7)V99.
01 WS-CancelReason           PIC X(12) VALUE 'REQUEST'.
01 WS-ProductsListed         PIC 9(5) VALUE ZERO.
01 WS-THType                 PIC X(12) VALUE 'ANC-PREMIUM'.
01 WS-THAmount               PIC 9(11)V99.
01 WS-THBalanceBefore        PIC 9(11)V99.
01 WS-THBalanceAfter         PIC 9(11)V99.
01 WS-THProgram              PIC X(20) VALUE 'MaintainAncillary'.
01 WS-AdjDebitAccount        PIC X(10).
01 WS-AdjCreditAccount       PIC X(10).
01 WS-AdjAmount              PIC 9(11)V99.
01 WS-AdjSource              PIC X(10) VALUE 'ANC-SALE'.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> optional products sold with a loan: GAP, credit life and debt
*> cancellation. Each is held per loan with its carrier, certificate,
*> premium (financed into the loan balance), the carrier's net share
*> of the premium (the rest is commission), term, effective date and
*> the refund method it was sold under. A borrower may cancel at any
*> time and the unearned premium is credited to the loan; the loan
*> paying off, refinancing, charging off or being repossessed cancels
*> its products automatically
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY '--- Ancillary Products (GAP / Credit Life / Debt Cancellation) ---'.
    DISPLAY '1. Add a Product to a Loan'.
    DISPLAY '2. Display Products for a Loan'.
    DISPLAY '3. Borrower Cancellation Request'.
    DISPLAY '4. List Active Products'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ACCEPT-LOAN-KEY
            PERFORM ACCEPT-PRODUCT-TYPE
            PERFORM ADD-PRODUCT
        WHEN 2
            PERFORM ACCEPT-LOAN-KEY
            PERFORM SHOW-LOAN-PRODUCTS
        WHEN 3
            PERFORM ACCEPT-LOAN-KEY
            PERFORM ACCEPT-PRODUCT-TYPE
            PERFORM REQUEST-CANCELLATION
        WHEN 4
            PERFORM LIST-ACTIVE-PRODUCTS
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

ACCEPT-PRODUCT-TYPE.
    DISPLAY 'Enter Product Type (GAP/CLIF/DCAN): '.
    ACCEPT WS-KeyProductType.
    MOVE WS-KeyProductType TO AncProductType.
    PERFORM UNTIL AncProductTypeValid
        DISPLAY 'Invalid input. Enter GAP, CLIF or DCAN: '
        ACCEPT WS-KeyProductType
        MOVE WS-KeyProductType TO AncProductType
    END-PERFORM.

*> the premium is financed: it is added to the loan balance, the
*> carrier's share is owed to the carrier until the monthly
*> remittance and the rest is taken to commission income
ADD-PRODUCT.
    OPEN I-O LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'Loan not found.'
        GOBACK
    END-IF.
    MOVE 'N' TO WS-LoanFound.
    MOVE WS-KeyLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    IF NOT LoanStatusActive
        DISPLAY 'Loan status is ' LoanStatus
            '. Products can only be added to an ACTIVE loan.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    PERFORM OPEN-ANCILLARY-FILE.
    PERFORM READ-PRODUCT.
    IF WS-ProductOnFile = 'Y' AND AncActive
        DISPLAY 'Loan already has an active ' AncProductType
            ' product with ' AncCarrier '.'
    ELSE
        IF WS-ProductOnFile = 'Y' AND (AncRemittedDate = ZERO
                OR (AncCarrierChargeback > ZERO
                AND AncChargebackSettledDate = ZERO))
            DISPLAY 'The cancelled ' AncProductType ' on this loan is'
            DISPLAY 'not yet settled with ' AncCarrier '; add the new'
            DISPLAY 'product after the monthly carrier remittance.'
        ELSE
            PERFORM ENTER-NEW-PRODUCT
        END-IF
    END-IF.
    CLOSE AncillaryFile.
    CLOSE LoanFile.

ENTER-NEW-PRODUCT.
    INITIALIZE AncillaryRecord.
    MOVE WS-KeyLoanID TO AncLoanID.
    MOVE WS-KeyProductType TO AncProductType.
    DISPLAY 'Enter Carrier: '.
    ACCEPT AncCarrier.
    PERFORM UNTIL AncCarrier NOT = SPACES
        DISPLAY 'Invalid input. Enter the Carrier: '
        ACCEPT AncCarrier
    END-PERFORM.
    DISPLAY 'Enter Certificate Number: '.
    ACCEPT AncCertificateNumber.
    PERFORM UNTIL AncCertificateNumber NOT = SPACES
        DISPLAY 'Invalid input. Enter the Certificate Number: '
        ACCEPT AncCertificateNumber
    END-PERFORM.
    DISPLAY 'Enter Premium: '.
    ACCEPT AncPremium.
    PERFORM UNTIL AncPremium NUMERIC AND AncPremium > ZERO
        DISPLAY 'Invalid input. Enter a Premium greater than zero: '
        ACCEPT AncPremium
    END-PERFORM.
    DISPLAY 'Enter Carrier Net Premium (the carrier''s share): '.
    ACCEPT AncCarrierNetPremium.
    PERFORM UNTIL AncCarrierNetPremium NUMERIC
            AND AncCarrierNetPremium NOT > AncPremium
        DISPLAY 'Invalid input. Enter a Net Premium no more than '
            AncPremium ': '
        ACCEPT AncCarrierNetPremium
    END-PERFORM.
    DISPLAY 'Enter Term (in months): '.
    ACCEPT AncTermMonths.
    PERFORM UNTIL AncTermMonths NUMERIC AND AncTermMonths > ZERO
        DISPLAY 'Invalid input. Enter a Term greater than zero: '
        ACCEPT AncTermMonths
    END-PERFORM.
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
    MOVE WS-EntryDate TO AncEffectiveDate.
    DISPLAY 'Enter Refund Method (PRO-RATA/RULE78): '.
    ACCEPT AncRefundMethod.
    PERFORM UNTIL AncRefundProRata OR AncRefundRule78
        DISPLAY 'Invalid input. Enter PRO-RATA or RULE78: '
        ACCEPT AncRefundMethod
    END-PERFORM.
    SET AncActive TO TRUE.
    MOVE LS-UserID    TO AncChangedUserID.
    MOVE WS-TodayDate TO AncChangedDate.

    DISPLAY 'Add ' AncProductType ' with ' AncCarrier ' at '
        AncPremium ', financed into the loan? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        IF WS-ProductOnFile = 'Y'
            REWRITE AncillaryRecord
        ELSE
            WRITE AncillaryRecord
        END-IF
        PERFORM FINANCE-PREMIUM
        DISPLAY 'Product added. Loan balance is now '
            OutstandingBalance '.'
    ELSE
        DISPLAY 'Product not added.'
    END-IF.

FINANCE-PREMIUM.
    MOVE OutstandingBalance TO WS-THBalanceBefore.
    ADD AncPremium TO OutstandingBalance.
    REWRITE LoanRecord.
    MOVE OutstandingBalance TO WS-THBalanceAfter.
    MOVE AncPremium TO WS-THAmount.
    CALL 'WriteTransactionHistory' USING AncLoanID WS-THType
        WS-THAmount WS-THBalanceBefore WS-THBalanceAfter
        WS-TodayDate WS-THProgram.
    MOVE 'LOANS-RECV' TO WS-AdjDebitAccount.
    IF AncCarrierNetPremium > ZERO
        MOVE 'ANC-PAYBL ' TO WS-AdjCreditAccount
        MOVE AncCarrierNetPremium TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING WS-TodayDate AncLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    COMPUTE WS-CommissionAmount = AncPremium - AncCarrierNetPremium.
    IF WS-CommissionAmount > ZERO
        MOVE 'ANC-COMM  ' TO WS-AdjCreditAccount
        MOVE WS-CommissionAmount TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING WS-TodayDate AncLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.

SHOW-LOAN-PRODUCTS.
    MOVE ZERO TO WS-ProductsListed.
    OPEN INPUT AncillaryFile.
    IF WS-AncillaryFileStatus NOT = '00'
        DISPLAY 'No ancillary products on file.'
    ELSE
        MOVE 'N' TO EOF
        MOVE WS-KeyLoanID TO AncLoanID
        MOVE LOW-VALUES TO AncProductType
        START AncillaryFile KEY IS NOT LESS THAN AncillaryKey
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ AncillaryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF AncLoanID = WS-KeyLoanID
                        PERFORM DISPLAY-PRODUCT
                        ADD 1 TO WS-ProductsListed
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE AncillaryFile
        IF WS-ProductsListed = ZERO
            DISPLAY 'No ancillary products on this loan.'
        END-IF
    END-IF.

DISPLAY-PRODUCT.
    DISPLAY 'Loan ID: ' AncLoanID ' Product: ' AncProductType
        ' Status: ' AncStatus.
    DISPLAY 'Carrier: ' AncCarrier ' Certificate: '
        AncCertificateNumber.
    DISPLAY 'Premium: ' AncPremium ' Carrier Net: '
        AncCarrierNetPremium ' Term: ' AncTermMonths ' months'.
    DISPLAY 'Effective: ' AncEffectiveDate ' Refund Method: '
        AncRefundMethod.
    IF AncRemittedDate > ZERO
        DISPLAY 'Premium remitted to carrier: ' AncRemittedDate
    END-IF.
    IF AncCancelled
        DISPLAY 'Cancelled ' AncCancelDate ' (' AncCancelReason
            ') by ' AncCancelUserID
        DISPLAY 'Unearned premium refunded: ' AncRefundAmount
            ' credited to loan: ' AncRefundCredited
        IF AncRefundCheckNumber > ZERO
            DISPLAY 'Refund check: ' AncRefundCheckNumber
        END-IF
        DISPLAY 'Carrier chargeback: ' AncCarrierChargeback
            ' Commission chargeback: ' AncCommissionChargeback
        IF AncChargebackSettledDate > ZERO
            DISPLAY 'Chargeback settled with carrier: '
                AncChargebackSettledDate
        END-IF
    END-IF.

LIST-ACTIVE-PRODUCTS.
    MOVE ZERO TO WS-ProductsListed.
    MOVE 'N' TO EOF.
    OPEN INPUT AncillaryFile.
    IF WS-AncillaryFileStatus NOT = '00'
        DISPLAY 'No ancillary products on file.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ AncillaryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF AncActive
                        DISPLAY AncLoanID ' ' AncProductType ' '
                            AncCarrier ' ' AncCertificateNumber ' '
                            AncPremium ' ' AncTermMonths ' '
                            AncEffectiveDate
                        ADD 1 TO WS-ProductsListed
                    END-IF
        END-PERFORM
        CLOSE AncillaryFile
        DISPLAY WS-ProductsListed ' active ancillary product(s).'
    END-IF.

*> the borrower may cancel at any time; the unearned premium is
*> credited to the loan balance, or paid by check if the loan has no
*> balance left to take it
REQUEST-CANCELLATION.
    PERFORM OPEN-ANCILLARY-FILE.
    PERFORM READ-PRODUCT.
    IF WS-ProductOnFile = 'N' OR NOT AncActive
        DISPLAY 'No active ' WS-KeyProductType ' product on this loan.'
        CLOSE AncillaryFile
        GOBACK
    END-IF.
    OPEN I-O LoanFile.
    MOVE 'N' TO WS-LoanFound.
    IF WS-LoanFileStatus = '00'
        MOVE WS-KeyLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LoanFound
        END-READ
    END-IF.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found.'
        CLOSE LoanFile
        CLOSE AncillaryFile
        GOBACK
    END-IF.
    PERFORM DISPLAY-PRODUCT.
    DISPLAY 'Cancel ' AncProductType ' on Loan ID ' AncLoanID
        '? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'Product not cancelled.'
        CLOSE LoanFile
        CLOSE AncillaryFile
        GOBACK
    END-IF.

    CALL 'CancelAncillaryProduct' USING AncillaryRecord LoanRecord
        WS-CancelReason WS-TodayDate LS-UserID.
    REWRITE AncillaryRecord.
    IF AncRefundCredited > ZERO
        REWRITE LoanRecord
    END-IF.
    DISPLAY 'Product cancelled. Unearned premium ' AncRefundAmount
        ' refunded.'.
    IF AncRefundCredited > ZERO
        DISPLAY 'Credited to the loan: ' AncRefundCredited
            '. Loan balance is now ' OutstandingBalance '.'
    END-IF.
    IF AncRefundCheckNumber > ZERO
        DISPLAY 'Paid by check ' AncRefundCheckNumber '.'
    END-IF.
    CLOSE LoanFile.
    CLOSE AncillaryFile.

READ-PRODUCT.
    MOVE 'N' TO WS-ProductOnFile.
    MOVE WS-KeyLoanID TO AncLoanID.
    MOVE WS-KeyProductType TO AncProductType.
    READ AncillaryFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-ProductOnFile
    END-READ.

OPEN-ANCILLARY-FILE.
    OPEN I-O AncillaryFile.
    IF WS-AncillaryFileStatus = '35'
        OPEN OUTPUT AncillaryFile
        CLOSE AncillaryFile
        OPEN I-O AncillaryFile
    END-IF.
