01 WS-TodayDate            PIC 9(8).
01 WS-UseSchedule          PIC X(01).
01 WS-PayeeOnFile          PIC X VALUE 'N'.
01 WS-MonthsToAdd          PIC 9(4).
01 WS-SavedPayeeID         PIC 9(5).
01 WS-CheckSource          PIC X(08) VALUE 'ESCROW'.
01 WS-CheckSourceRef       PIC X(10) VALUE SPACES.
01 WS-CheckNumber          PIC 9(8) VALUE ZERO.

PROCEDURE DIVISION.
    DISPLAY 'Enter Loan ID for escrow disbursement: '.
    PERFORM OPEN-DISBURSEMENT-FILE.
    WRITE EscrowDisbursementRecord.
    CLOSE EscrowDisbursementFile.
    MOVE WS-DisbType TO WS-CheckSourceRef.
    CALL 'IssueCheck' USING EscrowLoanID WS-DisbAmount WS-DisbPayee
        WS-CheckSource WS-CheckSourceRef WS-TodayDate WS-CheckNumber.

OPEN-DISBURSEMENT-FILE.
    OPEN EXTEND EscrowDisbursementFile.
