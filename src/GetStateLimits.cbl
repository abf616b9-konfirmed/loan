IDENTIFICATION DIVISION.
PROGRAM-ID. GetStateLimits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY SLSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  StateLimitFile.
    COPY SLREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-BorrowerFileStatus PIC X(02).
01 WS-StateLimitStatus   PIC X(02).

LINKAGE SECTION.
01 LS-BorrowerID PIC 9(5).
01 LS-AsOfDate   PIC 9(8).
    COPY LMREC.

*> the usury and fee limits of the borrower's state in effect on the
*> as-of date. The state is the one on the borrower's mailing address;
*> a borrower abroad, or in a state with no limits on file, comes back
*> with no limit found. A zero limit means the state sets no cap of
*> that kind
PROCEDURE DIVISION USING LS-BorrowerID LS-AsOfDate StateLimits.
    MOVE 'N' TO LimitFound.
    MOVE SPACES TO LimitState.
    MOVE ZERO TO LimitEffectiveDate.
    MOVE ZERO TO LimitMaxAPR.
    MOVE ZERO TO LimitLateFeeMaxAmount.
    MOVE ZERO TO LimitLateFeeMaxPercent.
    MOVE ZERO TO LimitNsfFeeMax.
    MOVE 'Y' TO LimitPrepayPenaltyFlag.
    MOVE 'N' TO EOF.

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        GOBACK
    END-IF.
    MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF BorrowerCountryUS
                MOVE BorrowerState TO LimitState
            END-IF
    END-READ.
    CLOSE BorrowerFile.
    IF LimitState = SPACES
        GOBACK
    END-IF.

    OPEN INPUT StateLimitFile.
    IF WS-StateLimitStatus NOT = '00'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y'
        READ StateLimitFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF SLStateCode = LimitState
                        AND SLEffectiveDate NOT GREATER THAN LS-AsOfDate
                        AND SLEffectiveDate
                            NOT LESS THAN LimitEffectiveDate
                    MOVE 'Y' TO LimitFound
                    MOVE SLEffectiveDate TO LimitEffectiveDate
                    MOVE SLMaxAPR TO LimitMaxAPR
                    MOVE SLLateFeeMaxAmount TO LimitLateFeeMaxAmount
                    MOVE SLLateFeeMaxPercent TO LimitLateFeeMaxPercent
                    MOVE SLNsfFeeMax TO LimitNsfFeeMax
                    MOVE SLPrepayPenaltyFlag TO LimitPrepayPenaltyFlag
                END-IF
    END-PERFORM.
    CLOSE StateLimitFile.
    GOBACK.
