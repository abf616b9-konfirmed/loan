IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainLoanMaturities.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-Choice                PIC 9.
01 WS-TicklerDate           PIC 9(8) VALUE ZERO.
01 WS-TicklerItems          PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> loan maturities: the officer's maturity extension, and the
*> maturity tickler of loans coming to maturity and loans matured
*> with a balance still owing. Maturity and balloon notices go out
*> from the nightly batch
PROCEDURE DIVISION USING LS-UserID.
    DISPLAY '--- Loan Maturities ---'.
    DISPLAY '1. Extend Loan Maturity'.
    DISPLAY '2. Maturity Tickler Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            CALL 'ExtendLoanMaturity' USING LS-UserID
        WHEN 2
            CALL 'ReportMaturityTickler' USING WS-TicklerDate
                WS-TicklerItems
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.
