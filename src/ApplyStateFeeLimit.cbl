IDENTIFICATION DIVISION.
PROGRAM-ID. ApplyStateFeeLimit.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-FeeCap          PIC 9(7)V99 VALUE ZERO.
01 WS-PercentCap      PIC 9(7)V99 VALUE ZERO.
01 WS-CapApplies      PIC X VALUE 'N'.
    COPY LMREC.

LINKAGE SECTION.
01 LS-BorrowerID        PIC 9(5).
01 LS-AsOfDate          PIC 9(8).
01 LS-FeeCode           PIC X(04).
01 LS-InstallmentAmount PIC 9(9)V99.
01 LS-FeeAmount         PIC 9(7)V99.
01 LS-LimitNote         PIC X(30).

*> holds a late or NSF fee to the cap of the borrower's state. A late
*> fee is held to the lesser of the state's flat maximum and its
*> percentage of the scheduled installment; an NSF fee to the state's
*> NSF maximum. Fees of any other code, and borrowers in a state with
*> no limits on file, pass through unchanged. The note comes back
*> blank unless the fee was reduced
PROCEDURE DIVISION USING LS-BorrowerID LS-AsOfDate LS-FeeCode
        LS-InstallmentAmount LS-FeeAmount LS-LimitNote.
    MOVE SPACES TO LS-LimitNote.
    IF LS-FeeCode NOT = 'LATE' AND LS-FeeCode NOT = 'NSF '
        GOBACK
    END-IF.
    CALL 'GetStateLimits' USING LS-BorrowerID LS-AsOfDate StateLimits.
    IF NOT StateLimitOnFile
        GOBACK
    END-IF.

    MOVE ZERO TO WS-FeeCap.
    MOVE 'N' TO WS-CapApplies.
    IF LS-FeeCode = 'LATE'
        IF LimitLateFeeMaxAmount > ZERO
            MOVE LimitLateFeeMaxAmount TO WS-FeeCap
            MOVE 'Y' TO WS-CapApplies
        END-IF
        IF LimitLateFeeMaxPercent > ZERO
            COMPUTE WS-PercentCap ROUNDED =
                LS-InstallmentAmount * (LimitLateFeeMaxPercent / 100)
            IF WS-CapApplies = 'N' OR WS-PercentCap < WS-FeeCap
                MOVE WS-PercentCap TO WS-FeeCap
            END-IF
            MOVE 'Y' TO WS-CapApplies
        END-IF
    ELSE
        IF LimitNsfFeeMax > ZERO
            MOVE LimitNsfFeeMax TO WS-FeeCap
            MOVE 'Y' TO WS-CapApplies
        END-IF
    END-IF.

    IF WS-CapApplies = 'Y' AND LS-FeeAmount > WS-FeeCap
        MOVE WS-FeeCap TO LS-FeeAmount
        STRING 'HELD TO ' LimitState ' STATE FEE LIMIT'
            DELIMITED BY SIZE INTO LS-LimitNote
    END-IF.
    GOBACK.
