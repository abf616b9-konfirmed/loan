IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainLossClaims.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ICSEL.
    COPY IRSEL.
    COPY LNSEL.
    COPY CLSEL.
    COPY RFSEL.
    SELECT ClaimReportFile ASSIGN TO WS-ClaimReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LossClaimFile.
    COPY ICREC.

FD  ClaimReleaseFile.
    COPY IRREC.

FD  LoanFile.
    COPY LNREC.

FD  CollateralFile.
    COPY CLREC.

FD  RefundFile.
    COPY RFREC.

FD  ClaimReportFile.
01  ClaimReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-LossClaimFileStatus  PIC X(02).
01 WS-ClaimReleaseStatus   PIC X(02).
01 WS-LoanFileStatus       PIC X(02).
01 WS-CollateralFileStatus PIC X(02).
01 WS-RefundFileStatus     PIC X(02).
01 WS-ClaimReportFileName  PIC X(40).
01 WS-Choice               PIC 9.
01 WS-TodayDate            PIC 9(8).
01 WS-DateValid            PIC X VALUE 'Y'.
01 WS-ClaimEOF             PIC X VALUE 'N'.
01 WS-ReleaseEOF           PIC X VALUE 'N'.
01 WS-CollateralHeld       PIC X VALUE 'N'.
01 WS-LoanFound            PIC X VALUE 'N'.
01 WS-Confirm              PIC X VALUE 'N'.
01 WS-NextClaimID          PIC 9(6) VALUE ZERO.
01 WS-LookupLoanID         PIC 9(7).
01 WS-CarrierOnFile        PIC X(20).
01 WS-BorrowerName         PIC X(30).
01 WS-ReceiptAmount        PIC 9(9)V99.
01 WS-ReceiptDate          PIC 9(8).
01 WS-InvoiceAmount        PIC 9(9)V99.
01 WS-ReleaseLimit         PIC S9(9)V99.
01 WS-ReleaseAmount        PIC 9(9)V99.
01 WS-PrincipalAmount      PIC 9(9)V99.
01 WS-RemainderAmount      PIC 9(9)V99.
01 WS-ClaimsShown          PIC 9(5) VALUE ZERO.
01 WS-OpenClaims           PIC 9(5) VALUE ZERO.
01 WS-TotalHeld            PIC 9(11)V99 VALUE ZERO.
01 WS-DaysSinceReceipt     PIC S9(6) VALUE ZERO.
01 WS-DaysDisplay          PIC -(5)9.
01 WS-AgeFlag              PIC X(10).
01 WS-AdjAmount            PIC 9(11)V99.
01 WS-AdjDebitAccount      PIC X(10).
01 WS-AdjCreditAccount     PIC X(10).
01 WS-AdjSource            PIC X(10).
01 WS-THType               PIC X(12).
01 WS-THAmount             PIC 9(11)V99.
01 WS-THBalanceBefore      PIC 9(11)V99.
01 WS-THBalanceAfter       PIC 9(11)V99.
01 WS-THProgram            PIC X(20).
01 WS-CheckSource          PIC X(08).
01 WS-CheckSourceRef       PIC X(10) VALUE SPACES.
01 WS-CheckNumber          PIC 9(8) VALUE ZERO.

*> restricted liability account holding loss proceeds until they are
*> released for repairs or applied to the loan
01 WS-LossDraftAccount     PIC X(10) VALUE 'LOSS-DRAFT'.
*> funds held longer than this many days since receipt are flagged
*> on the open claims report for follow-up with the borrower
01 WS-HeldAlertDays        PIC 9(3) VALUE 90.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> insurance loss proceeds for damaged collateral. The carrier's
*> check, payable jointly, is held in the restricted loss-draft
*> account against the claim. A repairable loss is released in stages,
*> each against a repair inspection (up to the percent complete) or a
*> contractor invoice; a total loss applies the funds to principal and
*> refunds any remainder to the borrower
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-CLAIM-FILE.

    DISPLAY '--- Insurance Loss Claims ---'.
    DISPLAY '1. Open Loss Claim'.
    DISPLAY '2. Record Proceeds Received'.
    DISPLAY '3. Release Repair Funds'.
    DISPLAY '4. Apply Total-Loss Proceeds'.
    DISPLAY '5. Close Claim'.
    DISPLAY '6. Display Claims for a Loan'.
    DISPLAY '7. Open Claims and Funds Held Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM OPEN-LOSS-CLAIM
        WHEN 2
            PERFORM RECORD-PROCEEDS
        WHEN 3
            PERFORM RELEASE-REPAIR-FUNDS
        WHEN 4
            PERFORM APPLY-TOTAL-LOSS
        WHEN 5
            PERFORM CLOSE-CLAIM
        WHEN 6
            PERFORM DISPLAY-CLAIMS
        WHEN 7
            PERFORM WRITE-OPEN-CLAIMS-REPORT
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE LossClaimFile.
    GOBACK.

OPEN-LOSS-CLAIM.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    PERFORM UNTIL WS-LookupLoanID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Loan ID: '
        ACCEPT WS-LookupLoanID
    END-PERFORM.
    PERFORM CHECK-COLLATERAL-HELD.
    IF WS-CollateralHeld = 'N'
        DISPLAY 'No held collateral on file for this loan;'
        DISPLAY 'a loss claim cannot be opened.'
    ELSE
        PERFORM FIND-NEXT-CLAIM-ID
        MOVE WS-NextClaimID TO ClaimID
        MOVE WS-LookupLoanID TO ClaimLoanID
        DISPLAY 'Enter Carrier Claim Number: '
        ACCEPT ClaimNumber
        PERFORM UNTIL ClaimNumber NOT = SPACES
            DISPLAY 'Claim Number cannot be blank: '
            ACCEPT ClaimNumber
        END-PERFORM
        DISPLAY 'Carrier on file: ' WS-CarrierOnFile
        DISPLAY 'Enter Carrier (blank to use the carrier on file): '
        ACCEPT ClaimCarrier
        IF ClaimCarrier = SPACES
            MOVE WS-CarrierOnFile TO ClaimCarrier
        END-IF
        DISPLAY 'Enter Date of Loss (YYYYMMDD): '
        ACCEPT ClaimLossDate
        PERFORM VALIDATE-LOSS-DATE
        PERFORM UNTIL WS-DateValid = 'Y'
            DISPLAY 'Invalid input. Enter a valid Date of Loss not after'
            DISPLAY 'today (YYYYMMDD): '
            ACCEPT ClaimLossDate
            PERFORM VALIDATE-LOSS-DATE
        END-PERFORM
        DISPLAY 'Enter Loss Type (FIRE/WIND/HAIL/FLOD/COLL/THFT/OTHR): '
        ACCEPT ClaimLossType
        PERFORM UNTIL ClaimLossFire OR ClaimLossWind OR ClaimLossHail
                OR ClaimLossFlood OR ClaimLossCollision OR ClaimLossTheft
                OR ClaimLossOther
            DISPLAY 'Invalid input. Enter FIRE, WIND, HAIL, FLOD, COLL,'
            DISPLAY 'THFT or OTHR: '
            ACCEPT ClaimLossType
        END-PERFORM
        DISPLAY 'Enter R for a repairable loss or T for a total loss: '
        ACCEPT ClaimSeverity
        PERFORM UNTIL ClaimRepairable OR ClaimTotalLoss
            DISPLAY 'Invalid input. Enter R or T: '
            ACCEPT ClaimSeverity
        END-PERFORM
        MOVE WS-TodayDate TO ClaimOpenedDate
        MOVE LS-UserID TO ClaimOpenedBy
        MOVE ZERO TO ClaimFirstReceiptDate
        MOVE ZERO TO ClaimLastReceiptDate
        MOVE ZERO TO ClaimProceedsReceived
        MOVE ZERO TO ClaimAmountReleased
        MOVE ZERO TO ClaimAmountToPrincipal
        MOVE ZERO TO ClaimAmountRefunded
        MOVE ZERO TO ClaimHeldBalance
        MOVE ZERO TO ClaimClosedDate
        SET ClaimOpen TO TRUE
        WRITE LossClaimRecord
            INVALID KEY
                DISPLAY 'Claim ID already exists. Not recorded.'
            NOT INVALID KEY
                DISPLAY 'Loss claim opened as Claim ID ' ClaimID
        END-WRITE
    END-IF.

VALIDATE-LOSS-DATE.
    MOVE 'N' TO WS-DateValid.
    IF ClaimLossDate NUMERIC
        CALL 'ValidateDate' USING ClaimLossDate WS-DateValid
        IF ClaimLossDate > WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

*> the check is deposited and held; nothing reaches the loan balance
RECORD-PROCEEDS.
    DISPLAY 'Enter Claim ID: '.
    ACCEPT ClaimID.
    READ LossClaimFile
        INVALID KEY
            DISPLAY 'Claim not found.'
        NOT INVALID KEY
            IF NOT ClaimOpen
                DISPLAY 'Claim is closed; proceeds not recorded.'
            ELSE
                PERFORM ACCEPT-RECEIPT
                IF ClaimFirstReceiptDate = ZERO
                    MOVE WS-ReceiptDate TO ClaimFirstReceiptDate
                END-IF
                MOVE WS-ReceiptDate TO ClaimLastReceiptDate
                ADD WS-ReceiptAmount TO ClaimProceedsReceived
                ADD WS-ReceiptAmount TO ClaimHeldBalance
                REWRITE LossClaimRecord
                MOVE 'CASH      ' TO WS-AdjDebitAccount
                MOVE WS-LossDraftAccount TO WS-AdjCreditAccount
                MOVE WS-ReceiptAmount TO WS-AdjAmount
                MOVE 'LOSS-RCPT' TO WS-AdjSource
                CALL 'WriteGLAdjustment' USING WS-ReceiptDate
                    ClaimLoanID WS-AdjDebitAccount WS-AdjCreditAccount
                    WS-AdjAmount WS-AdjSource
                DISPLAY 'Proceeds of ' WS-ReceiptAmount
                    ' held in the restricted loss-draft account.'
                DISPLAY 'Funds held on this claim: ' ClaimHeldBalance
            END-IF
    END-READ.

ACCEPT-RECEIPT.
    DISPLAY 'Enter Amount of Carrier Check: '.
    ACCEPT WS-ReceiptAmount.
    PERFORM UNTIL WS-ReceiptAmount NUMERIC AND WS-ReceiptAmount > ZERO
        DISPLAY 'Invalid input. Enter a numeric amount above zero: '
        ACCEPT WS-ReceiptAmount
    END-PERFORM.
    DISPLAY 'Enter Date Received (YYYYMMDD, 0 for today): '.
    ACCEPT WS-ReceiptDate.
    PERFORM VALIDATE-RECEIPT-DATE.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid date from the loss date to'
        DISPLAY 'today, or 0 for today: '
        ACCEPT WS-ReceiptDate
        PERFORM VALIDATE-RECEIPT-DATE
    END-PERFORM.

VALIDATE-RECEIPT-DATE.
    MOVE 'N' TO WS-DateValid.
    IF WS-ReceiptDate NUMERIC
        IF WS-ReceiptDate = ZERO
            MOVE WS-TodayDate TO WS-ReceiptDate
        END-IF
        CALL 'ValidateDate' USING WS-ReceiptDate WS-DateValid
        IF WS-ReceiptDate < ClaimLossDate
                OR WS-ReceiptDate > WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

*> an inspection releases up to its percent complete of the total
*> proceeds, less what is already out; an invoice releases up to its
*> own amount. Neither may exceed the funds held
RELEASE-REPAIR-FUNDS.
    DISPLAY 'Enter Claim ID: '.
    ACCEPT ClaimID.
    READ LossClaimFile
        INVALID KEY
            DISPLAY 'Claim not found.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT ClaimOpen
                    DISPLAY 'Claim is closed; nothing to release.'
                WHEN NOT ClaimRepairable
                    DISPLAY 'Total-loss proceeds are applied to the loan,'
                    DISPLAY 'not released for repairs.'
                WHEN ClaimHeldBalance = ZERO
                    DISPLAY 'No funds are held on this claim.'
                WHEN OTHER
                    PERFORM ACCEPT-RELEASE-BASIS
                    PERFORM POST-REPAIR-RELEASE
            END-EVALUATE
    END-READ.

ACCEPT-RELEASE-BASIS.
    DISPLAY 'Funds held: ' ClaimHeldBalance '  released to date: '
        ClaimAmountReleased.
    DISPLAY 'Release against INSP repair inspection or INVC contractor'.
    DISPLAY 'invoice: '.
    ACCEPT ReleaseBasis.
    PERFORM UNTIL ReleaseOnInspection OR ReleaseOnInvoice
        DISPLAY 'Invalid input. Enter INSP or INVC: '
        ACCEPT ReleaseBasis
    END-PERFORM.
    MOVE ZERO TO ReleasePercentComplete.
    IF ReleaseOnInspection
        DISPLAY 'Enter Inspection Report Reference: '
        ACCEPT ReleaseReference
        DISPLAY 'Enter Percent of Repairs Complete (0-100): '
        ACCEPT ReleasePercentComplete
        PERFORM UNTIL ReleasePercentComplete NUMERIC
                AND ReleasePercentComplete NOT GREATER THAN 100
            DISPLAY 'Invalid input. Enter a percent from 0 to 100: '
            ACCEPT ReleasePercentComplete
        END-PERFORM
        COMPUTE WS-ReleaseLimit ROUNDED =
            ClaimProceedsReceived * ReleasePercentComplete / 100
            - ClaimAmountReleased
    ELSE
        DISPLAY 'Enter Contractor Invoice Number: '
        ACCEPT ReleaseReference
        DISPLAY 'Enter Invoice Amount: '
        ACCEPT WS-InvoiceAmount
        PERFORM UNTIL WS-InvoiceAmount NUMERIC
            DISPLAY 'Invalid input. Enter numeric Invoice Amount: '
            ACCEPT WS-InvoiceAmount
        END-PERFORM
        MOVE WS-InvoiceAmount TO WS-ReleaseLimit
    END-IF.
    IF WS-ReleaseLimit > ClaimHeldBalance
        MOVE ClaimHeldBalance TO WS-ReleaseLimit
    END-IF.
    IF WS-ReleaseLimit < ZERO
        MOVE ZERO TO WS-ReleaseLimit
    END-IF.

POST-REPAIR-RELEASE.
    IF WS-ReleaseLimit = ZERO
        DISPLAY 'Nothing may be released on this basis; releases to'
        DISPLAY 'date already cover the work shown.'
    ELSE
        DISPLAY 'Up to ' WS-ReleaseLimit ' may be released.'
        DISPLAY 'Enter Release Amount: '
        ACCEPT WS-ReleaseAmount
        PERFORM UNTIL WS-ReleaseAmount NUMERIC
                AND WS-ReleaseAmount > ZERO
                AND WS-ReleaseAmount NOT GREATER THAN WS-ReleaseLimit
            DISPLAY 'Invalid input. Enter an amount above zero and not'
            DISPLAY 'over ' WS-ReleaseLimit ': '
            ACCEPT WS-ReleaseAmount
        END-PERFORM
        DISPLAY 'Enter Payee (contractor, or borrower and contractor): '
        ACCEPT ReleasePayee
        PERFORM UNTIL ReleasePayee NOT = SPACES
            DISPLAY 'Payee cannot be blank: '
            ACCEPT ReleasePayee
        END-PERFORM
        ADD WS-ReleaseAmount TO ClaimAmountReleased
        SUBTRACT WS-ReleaseAmount FROM ClaimHeldBalance
        REWRITE LossClaimRecord
        MOVE WS-ReleaseAmount TO ReleaseAmount
        PERFORM WRITE-RELEASE-RECORD
        MOVE ReleasePayee TO RefundBorrowerName
        PERFORM ISSUE-CLAIM-CHECK
        MOVE WS-LossDraftAccount TO WS-AdjDebitAccount
        MOVE 'CASH      ' TO WS-AdjCreditAccount
        MOVE WS-ReleaseAmount TO WS-AdjAmount
        MOVE 'LOSS-RLSE' TO WS-AdjSource
        CALL 'WriteGLAdjustment' USING WS-TodayDate ClaimLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
        DISPLAY 'Released ' WS-ReleaseAmount ' to ' ReleasePayee
        DISPLAY 'Funds still held: ' ClaimHeldBalance
    END-IF.

*> a claim reported as repairable can be reclassified here once the
*> carrier declares the collateral a total loss
APPLY-TOTAL-LOSS.
    DISPLAY 'Enter Claim ID: '.
    ACCEPT ClaimID.
    READ LossClaimFile
        INVALID KEY
            DISPLAY 'Claim not found.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-Confirm
            IF ClaimOpen AND ClaimRepairable
                DISPLAY 'Claim is recorded as repairable. Reclassify as'
                DISPLAY 'a total loss? (Y/N): '
                ACCEPT WS-Confirm
                IF WS-Confirm = 'Y'
                    SET ClaimTotalLoss TO TRUE
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN NOT ClaimOpen
                    DISPLAY 'Claim is closed; nothing to apply.'
                WHEN WS-Confirm NOT = 'Y'
                    DISPLAY 'No proceeds applied.'
                WHEN ClaimHeldBalance = ZERO
                    DISPLAY 'No funds are held on this claim.'
                WHEN OTHER
                    PERFORM APPLY-PROCEEDS-TO-LOAN
            END-EVALUATE
    END-READ.

APPLY-PROCEEDS-TO-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN I-O LoanFile.
    MOVE ClaimLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found; proceeds not applied.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'Y'
        MOVE BorrowerName OF LoanRecord TO WS-BorrowerName
        MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceBefore
        IF ClaimHeldBalance NOT GREATER THAN
                OutstandingBalance OF LoanRecord
            MOVE ClaimHeldBalance TO WS-PrincipalAmount
        ELSE
            MOVE OutstandingBalance OF LoanRecord TO WS-PrincipalAmount
        END-IF
        COMPUTE WS-RemainderAmount =
            ClaimHeldBalance - WS-PrincipalAmount
        SUBTRACT WS-PrincipalAmount FROM OutstandingBalance OF LoanRecord
        IF OutstandingBalance OF LoanRecord = ZERO
                AND AccruedInterest OF LoanRecord = ZERO
                AND UnpaidFeeBalance OF LoanRecord = ZERO
            SET LoanStatusPaidOff OF LoanRecord TO TRUE
        END-IF
        REWRITE LoanRecord
        IF WS-PrincipalAmount > ZERO
            MOVE 'LOSS-CLAIM' TO WS-THType
            MOVE WS-PrincipalAmount TO WS-THAmount
            MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter
            MOVE 'MaintainLossClaims' TO WS-THProgram
            CALL 'WriteTransactionHistory' USING
                ClaimLoanID WS-THType WS-THAmount
                WS-THBalanceBefore WS-THBalanceAfter
                WS-TodayDate WS-THProgram
            MOVE WS-PrincipalAmount TO ReleaseAmount
            SET ReleaseToPrincipal TO TRUE
            MOVE ClaimNumber TO ReleaseReference
            MOVE ZERO TO ReleasePercentComplete
            MOVE SPACES TO ReleasePayee
            PERFORM WRITE-RELEASE-RECORD
            MOVE WS-LossDraftAccount TO WS-AdjDebitAccount
            MOVE 'LOANS-RECV' TO WS-AdjCreditAccount
            MOVE WS-PrincipalAmount TO WS-AdjAmount
            MOVE 'LOSS-PRIN' TO WS-AdjSource
            CALL 'WriteGLAdjustment' USING WS-TodayDate ClaimLoanID
                WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
                WS-AdjSource
        END-IF
        DISPLAY 'Applied ' WS-PrincipalAmount ' to principal. Balance'
            ' now ' OutstandingBalance OF LoanRecord
        IF LoanStatusPaidOff OF LoanRecord
            DISPLAY 'The loan is paid in full.'
        END-IF
    END-IF.
    CLOSE LoanFile.
    IF WS-LoanFound = 'Y'
        IF WS-RemainderAmount > ZERO
            MOVE WS-RemainderAmount TO ReleaseAmount
            SET ReleaseRemainder TO TRUE
            MOVE ClaimNumber TO ReleaseReference
            MOVE ZERO TO ReleasePercentComplete
            MOVE WS-BorrowerName TO ReleasePayee
            PERFORM WRITE-RELEASE-RECORD
            MOVE WS-BorrowerName TO RefundBorrowerName
            PERFORM ISSUE-CLAIM-CHECK
            MOVE WS-LossDraftAccount TO WS-AdjDebitAccount
            MOVE 'CASH      ' TO WS-AdjCreditAccount
            MOVE WS-RemainderAmount TO WS-AdjAmount
            MOVE 'LOSS-RFND' TO WS-AdjSource
            CALL 'WriteGLAdjustment' USING WS-TodayDate ClaimLoanID
                WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
                WS-AdjSource
            DISPLAY 'Remainder of ' WS-RemainderAmount
                ' refunded to the borrower by check.'
        END-IF
        ADD WS-PrincipalAmount TO ClaimAmountToPrincipal
        ADD WS-RemainderAmount TO ClaimAmountRefunded
        MOVE ZERO TO ClaimHeldBalance
        SET ClaimClosed TO TRUE
        MOVE WS-TodayDate TO ClaimClosedDate
        REWRITE LossClaimRecord
        PERFORM MARK-COLLATERAL-DESTROYED
        DISPLAY 'Claim ' ClaimID ' closed; the collateral is released'
        DISPLAY 'as destroyed.'
    END-IF.

*> a claim closes only once every dollar held has gone out
CLOSE-CLAIM.
    DISPLAY 'Enter Claim ID: '.
    ACCEPT ClaimID.
    READ LossClaimFile
        INVALID KEY
            DISPLAY 'Claim not found.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT ClaimOpen
                    DISPLAY 'Claim is already closed.'
                WHEN ClaimHeldBalance > ZERO
                    DISPLAY 'Funds of ' ClaimHeldBalance ' are still held.'
                    DISPLAY 'Release or apply them before closing.'
                WHEN OTHER
                    SET ClaimClosed TO TRUE
                    MOVE WS-TodayDate TO ClaimClosedDate
                    REWRITE LossClaimRecord
                    DISPLAY 'Claim ' ClaimID ' closed.'
            END-EVALUATE
    END-READ.

DISPLAY-CLAIMS.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE ZERO TO WS-ClaimsShown.
    MOVE 'N' TO WS-ClaimEOF.
    MOVE WS-LookupLoanID TO ClaimLoanID.
    START LossClaimFile KEY IS EQUAL TO ClaimLoanID
        INVALID KEY
            MOVE 'Y' TO WS-ClaimEOF
    END-START.
    PERFORM UNTIL WS-ClaimEOF = 'Y'
        READ LossClaimFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ClaimEOF
            NOT AT END
                IF ClaimLoanID = WS-LookupLoanID
                    PERFORM DISPLAY-ONE-CLAIM
                    ADD 1 TO WS-ClaimsShown
                ELSE
                    MOVE 'Y' TO WS-ClaimEOF
                END-IF
    END-PERFORM.
    IF WS-ClaimsShown = ZERO
        DISPLAY 'No loss claims on file for this Loan ID.'
    END-IF.

DISPLAY-ONE-CLAIM.
    DISPLAY 'Claim ' ClaimID ' [' ClaimStatus '] ' ClaimCarrier
        ' no. ' ClaimNumber.
    DISPLAY '  Loss ' ClaimLossDate ' ' ClaimLossType ' severity '
        ClaimSeverity ' opened ' ClaimOpenedDate.
    DISPLAY '  Received ' ClaimProceedsReceived ' released '
        ClaimAmountReleased ' to principal ' ClaimAmountToPrincipal
        ' refunded ' ClaimAmountRefunded.
    DISPLAY '  Held ' ClaimHeldBalance.
    MOVE 'N' TO WS-ReleaseEOF.
    OPEN INPUT ClaimReleaseFile.
    IF WS-ClaimReleaseStatus = '00'
        PERFORM UNTIL WS-ReleaseEOF = 'Y'
            READ ClaimReleaseFile
                AT END
                    MOVE 'Y' TO WS-ReleaseEOF
                NOT AT END
                    IF ReleaseClaimID = ClaimID
                        DISPLAY '    ' ReleaseDate ' ' ReleaseBasis ' '
                            ReleaseReference ' ' ReleaseAmount ' '
                            ReleasePayee
                    END-IF
        END-PERFORM
        CLOSE ClaimReleaseFile
    END-IF.

WRITE-OPEN-CLAIMS-REPORT.
    MOVE SPACES TO WS-ClaimReportFileName.
    STRING 'loss-claims-open-' WS-TodayDate '.dat' DELIMITED BY SIZE
        INTO WS-ClaimReportFileName.
    OPEN OUTPUT ClaimReportFile.
    MOVE SPACES TO ClaimReportLine.
    STRING 'Open Insurance Loss Claims as of ' WS-TodayDate
        DELIMITED BY SIZE INTO ClaimReportLine.
    WRITE ClaimReportLine.
    MOVE 'Claim  Loan ID Type Sev Received      Released      Funds Held  1st Rcpt  Days Alert'
        TO ClaimReportLine.
    WRITE ClaimReportLine.
    MOVE ZERO TO WS-OpenClaims.
    MOVE ZERO TO WS-TotalHeld.
    MOVE 'N' TO WS-ClaimEOF.
    MOVE ZERO TO ClaimID.
    START LossClaimFile KEY IS NOT LESS THAN ClaimID
        INVALID KEY
            MOVE 'Y' TO WS-ClaimEOF
    END-START.
    PERFORM UNTIL WS-ClaimEOF = 'Y'
        READ LossClaimFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ClaimEOF
            NOT AT END
                IF ClaimOpen
                    PERFORM WRITE-OPEN-CLAIM-LINE
                END-IF
    END-PERFORM.
    MOVE SPACES TO ClaimReportLine.
    STRING 'Open claims: ' WS-OpenClaims '  Total funds held: '
        WS-TotalHeld DELIMITED BY SIZE INTO ClaimReportLine.
    WRITE ClaimReportLine.
    CLOSE ClaimReportFile.
    DISPLAY WS-OpenClaims ' open claim(s), funds held ' WS-TotalHeld.
    DISPLAY 'Report written to ' WS-ClaimReportFileName.

WRITE-OPEN-CLAIM-LINE.
    MOVE ZERO TO WS-DaysSinceReceipt.
    MOVE SPACES TO WS-AgeFlag.
    IF ClaimFirstReceiptDate = ZERO
        MOVE 'AWAITING' TO WS-AgeFlag
    ELSE
        CALL 'DaysBetweenDates' USING ClaimFirstReceiptDate
            WS-TodayDate WS-DaysSinceReceipt
        IF WS-DaysSinceReceipt > WS-HeldAlertDays
                AND ClaimHeldBalance > ZERO
            MOVE 'AGED' TO WS-AgeFlag
        END-IF
    END-IF.
    MOVE WS-DaysSinceReceipt TO WS-DaysDisplay.
    MOVE SPACES TO ClaimReportLine.
    STRING ClaimID ' ' ClaimLoanID ' ' ClaimLossType '  '
        ClaimSeverity '  ' ClaimProceedsReceived ' '
        ClaimAmountReleased ' ' ClaimHeldBalance ' '
        ClaimFirstReceiptDate ' ' WS-DaysDisplay ' ' WS-AgeFlag
        DELIMITED BY SIZE INTO ClaimReportLine.
    WRITE ClaimReportLine.
    ADD 1 TO WS-OpenClaims.
    ADD ClaimHeldBalance TO WS-TotalHeld.

WRITE-RELEASE-RECORD.
    MOVE ClaimID TO ReleaseClaimID.
    MOVE ClaimLoanID TO ReleaseLoanID.
    MOVE WS-TodayDate TO ReleaseDate.
    MOVE LS-UserID TO ReleaseUserID.
    OPEN EXTEND ClaimReleaseFile.
    IF WS-ClaimReleaseStatus = '35'
        OPEN OUTPUT ClaimReleaseFile
        CLOSE ClaimReleaseFile
        OPEN EXTEND ClaimReleaseFile
    END-IF.
    WRITE ClaimReleaseRecord.
    CLOSE ClaimReleaseFile.

*> the check goes out through the same disbursement file as
*> credit-balance refunds
ISSUE-CLAIM-CHECK.
    MOVE ClaimLoanID TO RefundLoanID.
    MOVE WS-TodayDate TO RefundDate.
    MOVE ReleaseAmount TO RefundAmount.
    SET RefundByCheck TO TRUE.
    MOVE ZERO TO RefundTargetLoanID.
    OPEN EXTEND RefundFile.
    IF WS-RefundFileStatus = '35'
        OPEN OUTPUT RefundFile
        CLOSE RefundFile
        OPEN EXTEND RefundFile
    END-IF.
    WRITE RefundRecord.
    CLOSE RefundFile.
    MOVE 'CLAIM' TO WS-CheckSource.
    MOVE ClaimID TO WS-CheckSourceRef.
    CALL 'IssueCheck' USING RefundLoanID RefundAmount
        RefundBorrowerName WS-CheckSource WS-CheckSourceRef RefundDate
        WS-CheckNumber.

MARK-COLLATERAL-DESTROYED.
    OPEN I-O CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE ClaimLoanID TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CollateralReleased TO TRUE
                MOVE WS-TodayDate TO CollateralReleaseDate
                REWRITE CollateralRecord
        END-READ
        CLOSE CollateralFile
    END-IF.

CHECK-COLLATERAL-HELD.
    MOVE 'N' TO WS-CollateralHeld.
    MOVE SPACES TO WS-CarrierOnFile.
    OPEN INPUT CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE WS-LookupLoanID TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CollateralHeld
                    MOVE 'Y' TO WS-CollateralHeld
                    MOVE CollateralInsCarrier TO WS-CarrierOnFile
                END-IF
        END-READ
        CLOSE CollateralFile
    END-IF.

FIND-NEXT-CLAIM-ID.
    MOVE ZERO TO WS-NextClaimID.
    MOVE 'N' TO WS-ClaimEOF.
    MOVE ZERO TO ClaimID.
    START LossClaimFile KEY IS NOT LESS THAN ClaimID
        INVALID KEY
            MOVE 'Y' TO WS-ClaimEOF
    END-START.
    PERFORM UNTIL WS-ClaimEOF = 'Y'
        READ LossClaimFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ClaimEOF
            NOT AT END
                IF ClaimID NOT LESS THAN WS-NextClaimID
                    MOVE ClaimID TO WS-NextClaimID
                END-IF
    END-PERFORM.
    ADD 1 TO WS-NextClaimID.

OPEN-CLAIM-FILE.
    OPEN I-O LossClaimFile.
    IF WS-LossClaimFileStatus = '35'
        OPEN OUTPUT LossClaimFile
        CLOSE LossClaimFile
        OPEN I-O LossClaimFile
    END-IF.
