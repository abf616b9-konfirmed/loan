IDENTIFICATION DIVISION.
PROGRAM-ID. MaskSensitiveValue.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-LastPos       PIC 9(2).
01 WS-KeepFrom      PIC 9(2).
01 WS-Pos           PIC 9(2).

LINKAGE SECTION.
01 LS-FullValue     PIC X(17).
01 LS-MaskedValue   PIC X(17).

*> tax IDs and bank account numbers are shown to most staff, and
*> printed, with only the last four characters readable. Every
*> earlier character is starred out, so the length still shows
PROCEDURE DIVISION USING LS-FullValue LS-MaskedValue.
    MOVE LS-FullValue TO LS-MaskedValue.
    MOVE ZERO TO WS-LastPos.
    PERFORM VARYING WS-Pos FROM 17 BY -1
            UNTIL WS-Pos < 1 OR WS-LastPos > ZERO
        IF LS-FullValue(WS-Pos:1) NOT = SPACE
            MOVE WS-Pos TO WS-LastPos
        END-IF
    END-PERFORM.
    IF WS-LastPos > 4
        COMPUTE WS-KeepFrom = WS-LastPos - 3
        PERFORM VARYING WS-Pos FROM 1 BY 1
                UNTIL WS-Pos NOT LESS THAN WS-KeepFrom
            MOVE '*' TO LS-MaskedValue(WS-Pos:1)
        END-PERFORM
    END-IF.
    GOBACK.
