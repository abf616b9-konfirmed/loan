IDENTIFICATION DIVISION.
PROGRAM-ID. GetAutopayDiscount.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SISEL.

DATA DIVISION.
FILE SECTION.
FD  AutopayFile.
    COPY SIREC.

WORKING-STORAGE SECTION.
01 WS-AutopayFileStatus PIC X(02).

LINKAGE SECTION.
01 LS-LoanID       PIC 9(7).
01 LS-DiscountRate PIC 9(2)V99.

*> returns the autopay rate discount currently taken off the loan's
*> rate, zero when there is none; anything that reprices the loan
*> from its contract terms takes it off the new rate as well
PROCEDURE DIVISION USING LS-LoanID LS-DiscountRate.
    MOVE ZERO TO LS-DiscountRate.
    OPEN INPUT AutopayFile.
    IF WS-AutopayFileStatus = '00'
        MOVE LS-LoanID TO AutopayLoanID
        READ AutopayFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AutopayEnrolled AND AutopayDiscountRate NUMERIC
                    MOVE AutopayDiscountRate TO LS-DiscountRate
                END-IF
        END-READ
        CLOSE AutopayFile
    END-IF.
    GOBACK.
