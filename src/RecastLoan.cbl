    MOVE WS-RemainingTerm   TO LoanTerm.

    PERFORM WRITE-HISTORY-RECORD.
    CALL 'ComputeInstallment' USING LoanRecord.
    REWRITE LoanRecord.

    MOVE 'RECAST' TO WS-THType.
