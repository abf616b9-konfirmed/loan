01 WS-PercentFeeRate         PIC 9(2)V99 VALUE 2.00.
01 WS-FeeDetailCode          PIC X(04).
01 WS-FeeDetailAmount        PIC 9(7)V99 VALUE ZERO.
01 WS-LimitNote              PIC X(30).

PROCEDURE DIVISION.
    DISPLAY 'Assessing late fees for loans past due date...'.
        COMPUTE WS-FeeAmount ROUNDED =
            OutstandingBalance * (WS-PercentFeeRate / 100)
    END-IF.
    MOVE 'LATE' TO WS-FeeDetailCode.
    MOVE WS-FeeAmount TO WS-FeeDetailAmount.
    CALL 'ApplyStateFeeLimit' USING BorrowerID OF LoanRecord
        WS-TodayDate WS-FeeDetailCode InstallmentAmount
        WS-FeeDetailAmount WS-LimitNote.
    IF WS-LimitNote NOT = SPACES
        MOVE WS-FeeDetailAmount TO WS-FeeAmount
        DISPLAY 'Loan ID: ' LoanID ' late fee ' WS-LimitNote
    END-IF.

WRITE-LATE-FEE-RECORD.
    MOVE LoanID              TO LateFeeLoanID.
