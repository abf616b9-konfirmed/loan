IDENTIFICATION DIVISION.
PROGRAM-ID. RecognizeDeferredFees.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DFSEL.

DATA DIVISION.
FILE SECTION.
FD  DeferredFeeFile.
    COPY DFREC.

WORKING-STORAGE SECTION.
01 WS-DeferredFeeStatus    PIC X(02).
01 WS-AdjDebitAccount      PIC X(10).
01 WS-AdjCreditAccount     PIC X(10).
01 WS-AdjAmount            PIC 9(11)V99.
01 WS-AdjSource            PIC X(10) VALUE 'FEE-ACCEL'.

LINKAGE SECTION.
01 LS-LoanID               PIC 9(7).
01 LS-Date                 PIC 9(8).
01 LS-Reason               PIC X(12).

*> a loan refinanced, sold or charged off recognizes whatever is left
*> of its net deferred fees and costs in full on the day it happens:
*> net fees to interest income, net costs against it. The deferral is
*> closed with the reason. A loan with no open deferral is left alone
PROCEDURE DIVISION USING LS-LoanID LS-Date LS-Reason.
    OPEN I-O DeferredFeeFile.
    IF WS-DeferredFeeStatus NOT = '00'
        GOBACK
    END-IF.
    MOVE LS-LoanID TO DeferredLoanID.
    READ DeferredFeeFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF DeferredActive
                PERFORM RECOGNIZE-REMAINDER
            END-IF
    END-READ.
    CLOSE DeferredFeeFile.
    GOBACK.

RECOGNIZE-REMAINDER.
    IF DeferredUnamortized > ZERO
        MOVE 'DEF-FEECST' TO WS-AdjDebitAccount
        MOVE 'INT-INCOM ' TO WS-AdjCreditAccount
        MOVE DeferredUnamortized TO WS-AdjAmount
    ELSE
        MOVE 'INT-INCOM ' TO WS-AdjDebitAccount
        MOVE 'DEF-FEECST' TO WS-AdjCreditAccount
        COMPUTE WS-AdjAmount = ZERO - DeferredUnamortized
    END-IF.
    IF WS-AdjAmount > ZERO
        CALL 'WriteGLAdjustment' USING LS-Date LS-LoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
        DISPLAY 'Unamortized net deferred fees of ' WS-AdjAmount
            ' recognized on ' LS-Reason '.'
    END-IF.
    ADD DeferredUnamortized TO DeferredRecognized.
    MOVE ZERO TO DeferredUnamortized.
    SET DeferredClosed TO TRUE.
    MOVE LS-Reason TO DeferredClosedReason.
    MOVE LS-Date   TO DeferredClosedDate.
    REWRITE DeferredFeeRecord.
