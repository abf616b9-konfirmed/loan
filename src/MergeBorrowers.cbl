01 WS-CoLoansRepointed   PIC 9(7) VALUE ZERO.
01 WS-Confirm            PIC X VALUE 'N'.
01 WS-LoanChanged        PIC X VALUE 'N'.
01 WS-NoLoanID           PIC 9(7) VALUE ZERO.
01 WS-NoBorrowerID       PIC 9(5) VALUE ZERO.
01 WS-OnHold             PIC X VALUE 'N'.
01 WS-HoldCaseReference  PIC X(20).

*> a duplicate under legal hold is not retired: its record must stay
*> as it stands until the hold is released
PROCEDURE DIVISION.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.
    DISPLAY '--- Merge Duplicate Borrowers ---'.
            STOP RUN
    END-READ.

    CALL 'CheckLegalHold' USING WS-NoLoanID WS-DuplicateID
        WS-NoBorrowerID WS-OnHold WS-HoldCaseReference.
    IF WS-OnHold = 'Y'
        DISPLAY 'Duplicate borrower is under legal hold '
            WS-HoldCaseReference '. Merge cancelled.'
        CLOSE BorrowerFile
        STOP RUN
    END-IF.

    DISPLAY 'Survivor: ' WS-SurvivorID ' ' WS-SurvivorName.
    DISPLAY 'Duplicate to retire: ' WS-DuplicateID ' ' BorrowerFullName.
    DISPLAY 'Repoint all loans and retire the duplicate? (Y/N): '.
