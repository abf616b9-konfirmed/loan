
WORKING-STORAGE SECTION.
01 WS-GLAdjustmentStatus PIC X(02).
01 WS-PeriodOpen         PIC X VALUE 'Y'.
01 WS-PostingDate        PIC 9(8).

LINKAGE SECTION.
01 LS-Date          PIC 9(8).
01 LS-Source        PIC X(10).

*> one balanced adjustment per call; PostDailyJournal turns each into
*> a matched debit/credit pair in the daily journal. An adjustment
*> dated into a closed accounting month is carried to the open period
*> as a prior-period adjustment, keeping the date it belonged to
PROCEDURE DIVISION USING LS-Date LS-LoanID LS-DebitAccount
        LS-CreditAccount LS-Amount LS-Source.
    OPEN EXTEND GLAdjustmentFile.
        CLOSE GLAdjustmentFile
        OPEN EXTEND GLAdjustmentFile
    END-IF.
    CALL 'CheckPostingPeriod' USING LS-Date WS-PeriodOpen
        WS-PostingDate.
    MOVE WS-PostingDate   TO AdjDate.
    MOVE LS-Date          TO AdjOriginalDate.
    IF WS-PeriodOpen = 'N'
        SET AdjPriorPeriod TO TRUE
    ELSE
        MOVE 'N' TO AdjPriorPeriodFlag
    END-IF.
    MOVE LS-LoanID        TO AdjLoanID.
    MOVE LS-DebitAccount  TO AdjDebitAccount.
    MOVE LS-CreditAccount TO AdjCreditAccount.
