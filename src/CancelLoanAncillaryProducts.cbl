IDENTIFICATION DIVISION.
PROGRAM-ID. CancelLoanAncillaryProducts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ANSEL.

DATA DIVISION.
FILE SECTION.
FD  AncillaryFile.
    COPY ANREC.

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-AncillaryFileStatus    PIC X(02).

LINKAGE SECTION.
    COPY LNREC.
01 LS-CancelReason           PIC X(12).
01 LS-CancelDate             PIC 9(8).
01 LS-UserID                 PIC X(20).
01 LS-RefundTotal            PIC 9(9)V99.

*> cancels every active ancillary product on a loan that is being
*> paid off, refinanced, charged off or repossessed, refunding the
*> unearned premium on each. Refunds credited to the balance are
*> taken off the caller's loan record, which the caller rewrites;
*> the total refunded, credited or paid, is returned
PROCEDURE DIVISION USING LoanRecord LS-CancelReason LS-CancelDate
        LS-UserID LS-RefundTotal.
    MOVE ZERO TO LS-RefundTotal.
    OPEN I-O AncillaryFile.
    IF WS-AncillaryFileStatus NOT = '00'
        GOBACK
    END-IF.
    MOVE 'N' TO EOF.
    MOVE LoanID OF LoanRecord TO AncLoanID.
    MOVE LOW-VALUES TO AncProductType.
    START AncillaryFile KEY IS NOT LESS THAN AncillaryKey
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ AncillaryFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF AncLoanID = LoanID OF LoanRecord
                    IF AncActive
                        PERFORM CANCEL-PRODUCT
                    END-IF
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.
    CLOSE AncillaryFile.
    GOBACK.

CANCEL-PRODUCT.
    CALL 'CancelAncillaryProduct' USING AncillaryRecord LoanRecord
        LS-CancelReason LS-CancelDate LS-UserID.
    REWRITE AncillaryRecord.
    ADD AncRefundAmount TO LS-RefundTotal.
    DISPLAY AncProductType ' on Loan ID ' AncLoanID ' cancelled ('
        AncCancelReason '); unearned premium ' AncRefundAmount
        ' refunded.'.
