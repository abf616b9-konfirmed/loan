INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ESSEL.
    COPY PMSEL.
    SELECT AnalysisFile ASSIGN TO WS-AnalysisFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  EscrowFile.
    COPY ESREC.

FD  PmiFile.
    COPY PMREC.

FD  AnalysisFile.
01  AnalysisLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-EscrowFileStatus   PIC X(02).
01 WS-PmiFileStatus      PIC X(02).
01 WS-PmiOpen            PIC X VALUE 'N'.
01 WS-AnnualPmi          PIC 9(9)V99.
01 WS-AnalysisFileName   PIC X(30).
01 WS-RunDate            PIC 9(8).
01 WS-AnnualRequired     PIC 9(9)V99.
        STOP RUN
    END-IF.

    MOVE 'N' TO WS-PmiOpen.
    OPEN INPUT PmiFile.
    IF WS-PmiFileStatus = '00'
        MOVE 'Y' TO WS-PmiOpen
    END-IF.

    STRING 'escrow-analysis-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-AnalysisFileName.
    OPEN OUTPUT AnalysisFile.

    CLOSE EscrowFile.
    CLOSE AnalysisFile.
    IF WS-PmiOpen = 'Y'
        CLOSE PmiFile
    END-IF.

    DISPLAY 'Escrow accounts analyzed: ' WS-AccountsAnalyzed.
    DISPLAY 'Analysis written to ' WS-AnalysisFileName.
    STOP RUN.

ANALYZE-ESCROW-ACCOUNT.
    PERFORM LOOKUP-ANNUAL-PMI.
    COMPUTE WS-AnnualRequired =
        EscrowAnnualTaxAmount + EscrowAnnualInsAmount + WS-AnnualPmi.
    COMPUTE WS-ProjectedBalance =
        EscrowBalance + (EscrowMonthlyAmount * 12) - WS-AnnualRequired.
    MOVE ZERO TO WS-Shortage.
        WS-NewMonthlyAmount DELIMITED BY SIZE
        INTO AnalysisLine.
    WRITE AnalysisLine.

*> private mortgage insurance in force is paid from escrow monthly, so
*> a year of premium is part of what the account must cover
LOOKUP-ANNUAL-PMI.
    MOVE ZERO TO WS-AnnualPmi.
    IF WS-PmiOpen = 'Y'
        MOVE EscrowLoanID TO PmiLoanID
        READ PmiFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PmiActive
                    COMPUTE WS-AnnualPmi = PmiMonthlyPremium * 12
                END-IF
        END-READ
    END-IF.
