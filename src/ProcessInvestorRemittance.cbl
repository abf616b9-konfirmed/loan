01 WS-MonthEndDate            PIC 9(8) VALUE ZERO.
01 WS-MonthStartDate          PIC 9(8) VALUE ZERO.
01 WS-NextMonthStart          PIC 9(8) VALUE ZERO.
01 WS-OneMonth                PIC 9(4) VALUE 1.
01 WS-MinusOneDay             PIC S9(6) VALUE -1.
01 WS-RunDate                 PIC 9(8).
01 WS-StatementLoanLines      PIC 9(9) VALUE ZERO.
01 WS-ManifestFileName        PIC X(50).
01 WS-ManifestProgram         PIC X(20) VALUE 'ProcessInvestorRemit'.
01 WS-ManifestRecords         PIC 9(9).
01 WS-ManifestHash            PIC 9(13)V99.

01 WS-InvestorCount           PIC 9(3) VALUE ZERO.
01 WS-InvestorTable.
        10 WS-InvestorInterest  PIC 9(11)V99.

PROCEDURE DIVISION.
    CALL 'GetBusinessDate' USING WS-RunDate.
    DISPLAY 'Enter Remittance Month (YYYYMM): '.
    ACCEPT WS-RemitMonth.
    PERFORM UNTIL WS-RemitMonth NUMERIC AND WS-RemitMonth > ZERO
WRITE-INVESTOR-REMITTANCE.
    MOVE ZERO TO WS-InvestorPrincipal(WS-InvestorIdx).
    MOVE ZERO TO WS-InvestorInterest(WS-InvestorIdx).
    MOVE ZERO TO WS-StatementLoanLines.

    STRING 'remittance-' WS-InvestorTableCode(WS-InvestorIdx)
        '-' WS-RemitMonth '.dat' DELIMITED BY SIZE
        INTO StatementLine.
    WRITE StatementLine.
    CLOSE StatementFile.
    COMPUTE WS-ManifestHash = WS-InvestorPrincipal(WS-InvestorIdx)
        + WS-InvestorInterest(WS-InvestorIdx).
    MOVE WS-StatementFileName TO WS-ManifestFileName.
    MOVE WS-StatementLoanLines TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.

    STRING 'settlement-' WS-InvestorTableCode(WS-InvestorIdx)
        '-' WS-RemitMonth '.dat' DELIMITED BY SIZE
        DELIMITED BY SIZE INTO SettlementLine.
    WRITE SettlementLine.
    CLOSE SettlementFile.
    MOVE WS-SettlementFileName TO WS-ManifestFileName.
    MOVE 1 TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY 'Investor ' WS-InvestorTableCode(WS-InvestorIdx)
        ': principal ' WS-InvestorPrincipal(WS-InvestorIdx)
                '  interest ' WS-LoanInterestShare
                DELIMITED BY SIZE INTO StatementLine
            WRITE StatementLine
            ADD 1 TO WS-StatementLoanLines
        END-IF
        ADD WS-LoanPrincipalShare
            TO WS-InvestorPrincipal(WS-InvestorIdx)
