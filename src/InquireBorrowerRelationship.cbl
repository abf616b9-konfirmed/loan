01 WS-TotalPastDue       PIC 9(11)V99 VALUE ZERO.
01 WS-RoleLabel          PIC X(11).
01 WS-PastDueFlag        PIC X(08).
01 WS-NoLoanID           PIC 9(7) VALUE ZERO.
01 WS-ShowFullPii        PIC X VALUE 'N'.
01 WS-PiiReason          PIC X(40).
01 WS-PiiFieldName       PIC X(12) VALUE 'TAX-ID'.
01 WS-PiiFullValue       PIC X(17).
01 WS-PiiShownValue      PIC X(17).

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> one screen for the whole relationship: every loan the borrower is
*> on, as borrower or co-borrower, with total exposure and past due.
*> The tax ID is masked unless a cleared user asks for it in full
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY 'Enter Borrower ID for relationship inquiry: '.
    ACCEPT WS-LookupBorrowerID.
    DISPLAY 'Borrower ' BorrowerID OF BorrowerRecord ': '
        BorrowerFullName.
    DISPLAY 'Phone: ' BorrowerPhone.
    MOVE BorrowerTaxID TO WS-PiiFullValue.
    CALL 'AuthorizePiiView' USING LS-UserID WS-ShowFullPii WS-PiiReason.
    IF WS-ShowFullPii = 'Y'
        MOVE WS-PiiFullValue TO WS-PiiShownValue
        CALL 'WritePiiAccessLog' USING LS-UserID WS-NoLoanID
            WS-LookupBorrowerID WS-PiiFieldName WS-PiiReason
    ELSE
        CALL 'MaskSensitiveValue' USING WS-PiiFullValue WS-PiiShownValue
    END-IF.
    DISPLAY 'Tax ID: ' WS-PiiShownValue.
    IF BorrowerIsInsider
        DISPLAY 'Insider (Reg O): ' BorrowerInsiderType
            ' since ' BorrowerInsiderDate
    END-IF.

*> keyed reads on the loan master's borrower indexes replace the old
*> front-to-back scan
