IDENTIFICATION DIVISION.
PROGRAM-ID. ProcessAncillaryProducts.

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
01 WS-RunDate                PIC 9(8).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-CancelReason           PIC X(12).
01 WS-BatchUserID            PIC X(20) VALUE 'NIGHTLY-BATCH'.
01 WS-Cancellations          PIC 9(7) VALUE ZERO.
01 WS-PaidOffCancellations   PIC 9(7) VALUE ZERO.
01 WS-ClosedCancellations    PIC 9(7) VALUE ZERO.
01 WS-RefundTotal            PIC 9(11)V99 VALUE ZERO.

LINKAGE SECTION.
01 LS-Cancellations          PIC 9(7).

*> nightly review of every active ancillary product. A product on a
*> loan that has been paid off is cancelled as paid off; on a loan
*> closed any other way (settled, sold, taken as REO) it is cancelled
*> as closed. Charge-off, refinance and repossession cancel their own
*> products as they happen. A loan no longer open has no balance to
*> credit, so every refund here is paid by check
PROCEDURE DIVISION USING LS-Cancellations.
    DISPLAY 'Reviewing ancillary products...'.
    MOVE ZERO TO LS-Cancellations.
    MOVE ZERO TO WS-Cancellations.
    MOVE ZERO TO WS-PaidOffCancellations.
    MOVE ZERO TO WS-ClosedCancellations.
    MOVE ZERO TO WS-RefundTotal.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN I-O AncillaryFile.
    IF WS-AncillaryFileStatus NOT = '00'
        DISPLAY 'No ancillary products on file. Nothing to review.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. Nothing to review.'
        CLOSE AncillaryFile
        GOBACK
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ AncillaryFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF AncActive
                    PERFORM REVIEW-PRODUCT
                END-IF
    END-PERFORM.
    CLOSE AncillaryFile.
    CLOSE LoanFile.

    MOVE WS-Cancellations TO LS-Cancellations.
    DISPLAY 'Ancillary products cancelled: ' WS-Cancellations.
    DISPLAY '  on payoff: ' WS-PaidOffCancellations.
    DISPLAY '  on loan closing: ' WS-ClosedCancellations.
    DISPLAY 'Unearned premium refunded: ' WS-RefundTotal.
    GOBACK.

REVIEW-PRODUCT.
    MOVE 'N' TO WS-LoanFound.
    MOVE AncLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY AncProductType ' on Loan ID ' AncLoanID
                ' has no loan on file; skipped.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'Y'
        EVALUATE TRUE
            WHEN LoanStatusActive
            WHEN LoanStatusDefaulted
                CONTINUE
            WHEN LoanStatusPaidOff
                MOVE 'PAID-OFF' TO WS-CancelReason
                PERFORM CANCEL-PRODUCT
                ADD 1 TO WS-PaidOffCancellations
            WHEN OTHER
                MOVE 'LOAN-CLOSED' TO WS-CancelReason
                PERFORM CANCEL-PRODUCT
                ADD 1 TO WS-ClosedCancellations
        END-EVALUATE
    END-IF.

CANCEL-PRODUCT.
    CALL 'CancelAncillaryProduct' USING AncillaryRecord LoanRecord
        WS-CancelReason WS-RunDate WS-BatchUserID.
    REWRITE AncillaryRecord.
    ADD 1 TO WS-Cancellations.
    ADD AncRefundAmount TO WS-RefundTotal.
    DISPLAY AncProductType ' on Loan ID ' AncLoanID ' cancelled ('
        AncCancelReason '); refund ' AncRefundAmount '.'.
