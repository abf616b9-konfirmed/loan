IDENTIFICATION DIVISION.
PROGRAM-ID. TransferMisappliedPayment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RPSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  RepaymentFile.
    COPY RPREC.

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus   PIC X(02).
01 WS-RepayFileStatus  PIC X(02).
01 WS-RepaymentID      PIC 9(5).
01 WS-SourceLoanID     PIC 9(7).
01 WS-TargetLoanID     PIC 9(7).
01 WS-AmountPaid       PIC 9(9)V99.
01 WS-BranchAllowed    PIC X VALUE 'Y'.
01 WS-Confirm          PIC X.
01 WS-Posted           PIC X VALUE 'N'.
01 WS-NewRepaymentID   PIC 9(5) VALUE ZERO.
01 WS-QueueTxnType     PIC X(12).
01 WS-QueueDetail      PIC X(30).
01 WS-QueueReference   PIC 9(7) VALUE ZERO.
01 WS-QueueAmount      PIC 9(11)V99 VALUE ZERO.
01 WS-PendingIDOut     PIC 9(5) VALUE ZERO.
01 WS-XferDetail.
    05 FILLER              PIC X(08) VALUE 'TO LOAN '.
    05 WS-XferDetailLoanID PIC 9(7).
    05 FILLER              PIC X(15) VALUE SPACES.

*> configurable dual-control threshold: transfers above this amount
*> queue for second-person approval instead of posting
01 WS-DualControlLimit PIC 9(9)V99 VALUE 1000.00.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> corrects a payment keyed or matched to the wrong loan. Unlike a
*> reversal there is no NSF and no fee: the funds stay received and
*> are moved, under the same receipt and payment date, to the loan
*> they were meant for
PROCEDURE DIVISION USING LS-UserID.
    DISPLAY 'Enter Repayment ID posted to the wrong loan: '.
    ACCEPT WS-RepaymentID.

    OPEN INPUT RepaymentFile.
    MOVE WS-RepaymentID TO RepaymentID.
    READ RepaymentFile
        INVALID KEY
            DISPLAY 'Repayment not found.'
            CLOSE RepaymentFile
            GOBACK
    END-READ.
    CLOSE RepaymentFile.

    EVALUATE TRUE
        WHEN PaymentStatusTransferred
            DISPLAY 'This repayment was already transferred, as'
            DISPLAY 'Repayment ' TransferToRepaymentID '.'
            GOBACK
        WHEN NOT PaymentStatusGood
            DISPLAY 'This repayment has been reversed (status '
                PaymentStatus '); there are no funds to transfer.'
            GOBACK
    END-EVALUATE.

    MOVE LoanID OF RepaymentRecord TO WS-SourceLoanID.
    MOVE AmountPaid TO WS-AmountPaid.
    DISPLAY 'Loan ID: ' WS-SourceLoanID.
    DISPLAY 'Amount Paid: ' AmountPaid ' ' CurrencyCode OF RepaymentRecord.
    DISPLAY 'Payment Date: ' PaymentDate.
    DISPLAY 'Receipt Number: ' ReceiptNumber.

    OPEN INPUT LoanFile.
    MOVE WS-SourceLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan on the repayment could not be found.'
            CLOSE LoanFile
            GOBACK
    END-READ.
    PERFORM CHECK-LOAN-ENTITLEMENT.
    IF WS-BranchAllowed = 'N'
        CLOSE LoanFile
        GOBACK
    END-IF.

    DISPLAY 'Enter the correct Loan ID: '.
    ACCEPT WS-TargetLoanID.
    IF WS-TargetLoanID = WS-SourceLoanID
        DISPLAY 'The correct loan must be a different loan. No transfer made.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    MOVE WS-TargetLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found. No transfer made.'
            CLOSE LoanFile
            GOBACK
    END-READ.
    PERFORM CHECK-LOAN-ENTITLEMENT.
    IF WS-BranchAllowed = 'N'
        CLOSE LoanFile
        GOBACK
    END-IF.
    IF LoanStatusChargedOff OF LoanRecord
        DISPLAY 'Loan is CHARGED-OFF. Post this money through'
        DISPLAY 'Record Recovery (menu option 23) instead.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    DISPLAY 'Borrower on the correct loan: ' BorrowerName OF LoanRecord.
    CLOSE LoanFile.

    DISPLAY 'Move ' WS-AmountPaid ' from Loan ' WS-SourceLoanID
        ' to Loan ' WS-TargetLoanID '? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'No transfer made.'
        GOBACK
    END-IF.

    IF WS-AmountPaid > WS-DualControlLimit
        DISPLAY 'Transfer of ' WS-AmountPaid ' exceeds the'
        DISPLAY 'dual-control limit of ' WS-DualControlLimit
        MOVE 'PMT-XFER' TO WS-QueueTxnType
        MOVE WS-AmountPaid TO WS-QueueAmount
        MOVE WS-TargetLoanID TO WS-XferDetailLoanID
        MOVE WS-XferDetail TO WS-QueueDetail
        MOVE WS-RepaymentID TO WS-QueueReference
        CALL 'QueuePendingApproval' USING WS-QueueTxnType
            WS-SourceLoanID WS-QueueAmount
            WS-QueueDetail WS-QueueReference LS-UserID
            WS-PendingIDOut
        DISPLAY 'Captured as Pending Approval '
            WS-PendingIDOut '. Nothing has posted.'
        GOBACK
    END-IF.

    CALL 'PostPaymentTransfer' USING WS-RepaymentID WS-TargetLoanID
        WS-NewRepaymentID WS-Posted.
    IF WS-Posted NOT = 'Y'
        DISPLAY 'Transfer not posted.'
    END-IF.
    GOBACK.

CHECK-LOAN-ENTITLEMENT.
    CALL 'CheckBranchEntitlement' USING LS-UserID
        LoanID OF LoanRecord BranchCode OF LoanRecord
        LoanOfficerID OF LoanRecord
        LoanCompanyCode OF LoanRecord WS-BranchAllowed.
    IF WS-BranchAllowed = 'N'
        DISPLAY 'Access denied: Loan ' LoanID OF LoanRecord
            ' belongs to another branch.'
    END-IF.
