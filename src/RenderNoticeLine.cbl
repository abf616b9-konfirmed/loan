IDENTIFICATION DIVISION.
PROGRAM-ID. RenderNoticeLine.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-InIdx          PIC 9(3).
01 WS-OutIdx         PIC 9(3).
01 WS-StartIdx       PIC 9(3).
01 WS-CloseIdx       PIC 9(3).
01 WS-TokenLen       PIC 9(3).
01 WS-Token          PIC X(14).
01 WS-TokenKnown     PIC X VALUE 'N'.
01 WS-Value          PIC X(40).
01 WS-ValueFirst     PIC 9(3).
01 WS-ValueLast      PIC 9(3).
01 WS-ValueIdx       PIC 9(3).
01 WS-Conditional    PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-TemplateText   PIC X(100).
    COPY NVREC.
01 LS-RenderedLine   PIC X(100).
01 LS-PrintLine      PIC X(01).

*> fills in one template line. A field is written between ampersands
*> (&NAME&, &AMOUNT&, ...) and is replaced by its value with leading
*> and trailing blanks dropped; an unknown field name is left as
*> typed so the mistake shows on the proof. A line starting with ?
*> is conditional: it is printed only when every field on it has a
*> value, which is how optional lines such as a partial payment
*> already received are worded
PROCEDURE DIVISION USING LS-TemplateText NoticeValues LS-RenderedLine
        LS-PrintLine.
    MOVE SPACES TO LS-RenderedLine.
    MOVE 'Y' TO LS-PrintLine.
    MOVE 'N' TO WS-Conditional.
    MOVE 1 TO WS-StartIdx.
    IF LS-TemplateText(1:1) = '?'
        MOVE 'Y' TO WS-Conditional
        MOVE 2 TO WS-StartIdx
    END-IF.
    MOVE 1 TO WS-OutIdx.
    MOVE WS-StartIdx TO WS-InIdx.
    PERFORM UNTIL WS-InIdx > 100 OR WS-OutIdx > 100
        IF LS-TemplateText(WS-InIdx:1) = '&'
            PERFORM FIND-FIELD-END
        ELSE
            MOVE 'N' TO WS-TokenKnown
        END-IF
        IF WS-TokenKnown = 'Y'
            PERFORM COPY-FIELD-VALUE
            COMPUTE WS-InIdx = WS-CloseIdx + 1
        ELSE
            MOVE LS-TemplateText(WS-InIdx:1)
                TO LS-RenderedLine(WS-OutIdx:1)
            ADD 1 TO WS-OutIdx
            ADD 1 TO WS-InIdx
        END-IF
    END-PERFORM.
    GOBACK.

FIND-FIELD-END.
    MOVE 'N' TO WS-TokenKnown.
    MOVE ZERO TO WS-CloseIdx.
    PERFORM VARYING WS-ValueIdx FROM WS-InIdx BY 1
            UNTIL WS-ValueIdx > 100 OR WS-CloseIdx > ZERO
        IF WS-ValueIdx > WS-InIdx
                AND LS-TemplateText(WS-ValueIdx:1) = '&'
            MOVE WS-ValueIdx TO WS-CloseIdx
        END-IF
    END-PERFORM.
    IF WS-CloseIdx > ZERO
        COMPUTE WS-TokenLen = WS-CloseIdx - WS-InIdx - 1
        IF WS-TokenLen > ZERO AND WS-TokenLen NOT > 14
            MOVE SPACES TO WS-Token
            MOVE LS-TemplateText(WS-InIdx + 1:WS-TokenLen) TO WS-Token
            PERFORM LOOKUP-FIELD-VALUE
        END-IF
    END-IF.

LOOKUP-FIELD-VALUE.
    MOVE 'Y' TO WS-TokenKnown.
    MOVE SPACES TO WS-Value.
    EVALUATE WS-Token
        WHEN 'LOANID'
            MOVE NoticeValLoanID TO WS-Value
        WHEN 'NAME'
            MOVE NoticeValName TO WS-Value
        WHEN 'DUEDATE'
            MOVE NoticeValDueDate TO WS-Value
        WHEN 'AMOUNT'
            MOVE NoticeValAmountDue TO WS-Value
        WHEN 'CREDIT'
            MOVE NoticeValCredit TO WS-Value
        WHEN 'PAIDTHROUGH'
            MOVE NoticeValPaidThrough TO WS-Value
        WHEN 'FEES'
            MOVE NoticeValFees TO WS-Value
        WHEN 'ESCROW'
            MOVE NoticeValEscrow TO WS-Value
        WHEN 'INTEREST'
            MOVE NoticeValInterest TO WS-Value
        WHEN 'PRINCIPAL'
            MOVE NoticeValPrincipal TO WS-Value
        WHEN 'INSTALLMENT'
            MOVE NoticeValInstallment TO WS-Value
        WHEN 'DAYSLATE'
            MOVE NoticeValDaysLate TO WS-Value
        WHEN 'APPLICATION'
            MOVE NoticeValApplication TO WS-Value
        WHEN 'DECISIONDATE'
            MOVE NoticeValDecisionDate TO WS-Value
        WHEN 'REASON'
            MOVE NoticeValReason TO WS-Value
        WHEN 'LOANAMOUNT'
            MOVE NoticeValLoanAmount TO WS-Value
        WHEN 'RATE'
            MOVE NoticeValRate TO WS-Value
        WHEN 'OLDRATE'
            MOVE NoticeValOldRate TO WS-Value
        WHEN 'BALANCE'
            MOVE NoticeValBalance TO WS-Value
        WHEN 'STATUS'
            MOVE NoticeValStatus TO WS-Value
        WHEN 'RUNDATE'
            MOVE NoticeValRunDate TO WS-Value
        WHEN 'ADDRESS1'
            MOVE NoticeValAddrLine1 TO WS-Value
        WHEN 'ADDRESS2'
            MOVE NoticeValAddrLine2 TO WS-Value
        WHEN 'CITYSTATEZIP'
            MOVE NoticeValCityStateZip TO WS-Value
        WHEN 'COUNTRY'
            MOVE NoticeValCountry TO WS-Value
        WHEN 'CARRIER'
            MOVE NoticeValCarrier TO WS-Value
        WHEN 'CERTIFICATE'
            MOVE NoticeValCertificate TO WS-Value
        WHEN 'PREMIUM'
            MOVE NoticeValPremium TO WS-Value
        WHEN 'ORIGVALUE'
            MOVE NoticeValOrigValue TO WS-Value
        WHEN 'DATE80'
            MOVE NoticeValDate80 TO WS-Value
        WHEN 'DATE78'
            MOVE NoticeValDate78 TO WS-Value
        WHEN OTHER
            MOVE 'N' TO WS-TokenKnown
    END-EVALUATE.
    IF WS-TokenKnown = 'Y' AND WS-Value = SPACES
            AND WS-Conditional = 'Y'
        MOVE 'N' TO LS-PrintLine
    END-IF.

COPY-FIELD-VALUE.
    MOVE ZERO TO WS-ValueFirst.
    MOVE ZERO TO WS-ValueLast.
    PERFORM VARYING WS-ValueIdx FROM 1 BY 1 UNTIL WS-ValueIdx > 40
        IF WS-Value(WS-ValueIdx:1) NOT = SPACE
            IF WS-ValueFirst = ZERO
                MOVE WS-ValueIdx TO WS-ValueFirst
            END-IF
            MOVE WS-ValueIdx TO WS-ValueLast
        END-IF
    END-PERFORM.
    IF WS-ValueFirst > ZERO
        PERFORM VARYING WS-ValueIdx FROM WS-ValueFirst BY 1
                UNTIL WS-ValueIdx > WS-ValueLast OR WS-OutIdx > 100
            MOVE WS-Value(WS-ValueIdx:1) TO LS-RenderedLine(WS-OutIdx:1)
            ADD 1 TO WS-OutIdx
        END-PERFORM
    END-IF.
