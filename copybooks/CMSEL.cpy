    SELECT CommissionLedgerFile ASSIGN TO 'commission-ledger.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CommissionLedgerStatus.
