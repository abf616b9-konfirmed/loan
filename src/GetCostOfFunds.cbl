IDENTIFICATION DIVISION.
PROGRAM-ID. GetCostOfFunds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CFSEL.

DATA DIVISION.
FILE SECTION.
FD  CostOfFundsFile.
    COPY CFREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-CostOfFundsStatus  PIC X(02).
01 WS-Idx                PIC 9(2).
01 WS-SlotFound          PIC X VALUE 'N'.
01 WS-PickedTerm         PIC 9(3).

*> the curve as of the date: the latest posting of each term point
01 WS-CurveTable.
    05 WS-CurveCount     PIC 9(2) VALUE ZERO.
    05 WS-CurveEntry OCCURS 40 TIMES.
        10 WS-CurveTerm  PIC 9(3).
        10 WS-CurveDate  PIC 9(8).
        10 WS-CurveRate  PIC 9(2)V99.

LINKAGE SECTION.
01 LS-TermMonths   PIC 9(3).
01 LS-AsOfDate     PIC 9(8).
01 LS-FundingRate  PIC 9(2)V99.
01 LS-RateFound    PIC X(01).

*> the matched-term funding rate: the rate of the shortest point on
*> the cost-of-funds curve at or beyond the term, as the curve stood
*> on the as-of date. A term longer than the curve takes its longest
*> point. No curve on file comes back as not found
PROCEDURE DIVISION USING LS-TermMonths LS-AsOfDate LS-FundingRate
        LS-RateFound.
    MOVE ZERO TO LS-FundingRate.
    MOVE 'N' TO LS-RateFound.
    MOVE ZERO TO WS-CurveCount.
    MOVE 'N' TO EOF.

    OPEN INPUT CostOfFundsFile.
    IF WS-CostOfFundsStatus NOT = '00'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y'
        READ CostOfFundsFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF CFEffectiveDate NOT GREATER THAN LS-AsOfDate
                    PERFORM TALLY-CURVE-POINT
                END-IF
    END-PERFORM.
    CLOSE CostOfFundsFile.

    MOVE ZERO TO WS-PickedTerm.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-CurveCount
        IF WS-CurveTerm(WS-Idx) NOT LESS THAN LS-TermMonths
            IF LS-RateFound = 'N' OR WS-CurveTerm(WS-Idx) < WS-PickedTerm
                MOVE WS-CurveTerm(WS-Idx) TO WS-PickedTerm
                MOVE WS-CurveRate(WS-Idx) TO LS-FundingRate
                MOVE 'Y' TO LS-RateFound
            END-IF
        END-IF
    END-PERFORM.
    IF LS-RateFound = 'N'
        PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-CurveCount
            IF LS-RateFound = 'N' OR WS-CurveTerm(WS-Idx) > WS-PickedTerm
                MOVE WS-CurveTerm(WS-Idx) TO WS-PickedTerm
                MOVE WS-CurveRate(WS-Idx) TO LS-FundingRate
                MOVE 'Y' TO LS-RateFound
            END-IF
        END-PERFORM
    END-IF.
    GOBACK.

TALLY-CURVE-POINT.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-CurveCount
        IF WS-CurveTerm(WS-Idx) = CFTermMonths
            MOVE 'Y' TO WS-SlotFound
            IF CFEffectiveDate NOT LESS THAN WS-CurveDate(WS-Idx)
                MOVE CFEffectiveDate TO WS-CurveDate(WS-Idx)
                MOVE CFRate TO WS-CurveRate(WS-Idx)
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'N' AND WS-CurveCount < 40
        ADD 1 TO WS-CurveCount
        MOVE CFTermMonths TO WS-CurveTerm(WS-CurveCount)
        MOVE CFEffectiveDate TO WS-CurveDate(WS-CurveCount)
        MOVE CFRate TO WS-CurveRate(WS-CurveCount)
    END-IF.
