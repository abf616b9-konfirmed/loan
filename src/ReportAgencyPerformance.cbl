IDENTIFICATION DIVISION.
PROGRAM-ID. ReportAgencyPerformance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CGSEL.
    COPY APSEL.
    SELECT PerformanceReportFile ASSIGN TO WS-PerformanceReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CollectionAgencyFile.
    COPY CGREC.

FD  AgencyPlacementFile.
    COPY APREC.

FD  PerformanceReportFile.
01  PerformanceReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CollectionAgencyStatus    PIC X(02).
01 WS-AgencyPlacementStatus     PIC X(02).
01 WS-PerformanceReportFileName PIC X(40).
01 WS-AgencyEOF                 PIC X VALUE 'N'.
01 WS-PlacementEOF              PIC X VALUE 'N'.
01 WS-RunDate                   PIC 9(8).
01 WS-AsOfDate                  PIC 9(8).
01 WS-AgenciesReported          PIC 9(7) VALUE ZERO.
01 WS-AgencyPlaced              PIC 9(7) VALUE ZERO.
01 WS-AgencyActive              PIC 9(7) VALUE ZERO.
01 WS-AgencyRecalled            PIC 9(7) VALUE ZERO.
01 WS-AgencyPaid                PIC 9(7) VALUE ZERO.
01 WS-AgencyBalance             PIC 9(11)V99 VALUE ZERO.
01 WS-AgencyGross               PIC 9(11)V99 VALUE ZERO.
01 WS-AgencyCommission          PIC 9(11)V99 VALUE ZERO.
01 WS-AgencyNet                 PIC 9(11)V99 VALUE ZERO.
01 WS-TotalPlaced               PIC 9(7) VALUE ZERO.
01 WS-TotalBalance              PIC 9(11)V99 VALUE ZERO.
01 WS-TotalGross                PIC 9(11)V99 VALUE ZERO.
01 WS-TotalCommission           PIC 9(11)V99 VALUE ZERO.
01 WS-TotalNet                  PIC 9(11)V99 VALUE ZERO.
01 WS-LiquidationPct            PIC 9(3)V99 VALUE ZERO.
01 WS-CommissionPct             PIC 9(3)V99 VALUE ZERO.
01 WS-CountDisplay              PIC ZZZZZZ9.
01 WS-AmountDisplay             PIC ZZZ,ZZZ,ZZ9.99.
01 WS-GrossDisplay              PIC ZZZ,ZZZ,ZZ9.99.
01 WS-CommissionDisplay         PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NetDisplay                PIC ZZZ,ZZZ,ZZ9.99.
01 WS-LiquidationDisplay        PIC ZZ9.99.
01 WS-CommissionPctDisplay      PIC ZZ9.99.

LINKAGE SECTION.
01 LS-AsOfDate                  PIC 9(8).
01 LS-AgenciesReported          PIC 9(7).

*> collection agency performance: for each agency, the accounts and
*> balance placed with it through the report date, what it has
*> collected, the commission it kept and the net it remitted. The
*> liquidation rate is gross collected over balance placed and the
*> commission rate is commission over gross. A zero date reports as
*> of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-AgenciesReported.
    DISPLAY 'Building collection agency performance report...'.
    MOVE ZERO TO LS-AgenciesReported.
    MOVE ZERO TO WS-AgenciesReported.
    MOVE ZERO TO WS-TotalPlaced.
    MOVE ZERO TO WS-TotalBalance.
    MOVE ZERO TO WS-TotalGross.
    MOVE ZERO TO WS-TotalCommission.
    MOVE ZERO TO WS-TotalNet.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT CollectionAgencyFile.
    IF WS-CollectionAgencyStatus NOT = '00'
        DISPLAY 'No collection agencies on file. Nothing to report.'
        GOBACK
    END-IF.
    OPEN INPUT AgencyPlacementFile.
    IF WS-AgencyPlacementStatus NOT = '00'
        DISPLAY 'No agency placements on file. Nothing to report.'
        CLOSE CollectionAgencyFile
        GOBACK
    END-IF.

    MOVE SPACES TO WS-PerformanceReportFileName.
    STRING 'agency-performance-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-PerformanceReportFileName.
    OPEN OUTPUT PerformanceReportFile.
    MOVE SPACES TO PerformanceReportLine.
    STRING '=== Collection Agency Performance through ' WS-AsOfDate
        ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO PerformanceReportLine.
    WRITE PerformanceReportLine.
    MOVE 'Agency Name                            Placed  Active  Recall    Paid  Balance Placed Gross Collected  Commission  Net Remitted  Liq % Comm %'
        TO PerformanceReportLine.
    WRITE PerformanceReportLine.

    MOVE 'N' TO WS-AgencyEOF.
    PERFORM UNTIL WS-AgencyEOF = 'Y'
        READ CollectionAgencyFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-AgencyEOF
            NOT AT END
                PERFORM TALLY-AGENCY-PLACEMENTS
                IF WS-AgencyPlaced > ZERO
                    PERFORM WRITE-AGENCY-LINE
                END-IF
    END-PERFORM.
    CLOSE CollectionAgencyFile.
    CLOSE AgencyPlacementFile.

    MOVE WS-TotalBalance TO WS-AgencyBalance.
    MOVE WS-TotalGross TO WS-AgencyGross.
    MOVE WS-TotalCommission TO WS-AgencyCommission.
    PERFORM COMPUTE-AGENCY-RATES.
    MOVE WS-TotalPlaced TO WS-CountDisplay.
    MOVE WS-TotalBalance TO WS-AmountDisplay.
    MOVE WS-TotalGross TO WS-GrossDisplay.
    MOVE WS-TotalCommission TO WS-CommissionDisplay.
    MOVE WS-TotalNet TO WS-NetDisplay.
    MOVE WS-LiquidationPct TO WS-LiquidationDisplay.
    MOVE WS-CommissionPct TO WS-CommissionPctDisplay.
    MOVE SPACES TO PerformanceReportLine.
    WRITE PerformanceReportLine.
    MOVE SPACES TO PerformanceReportLine.
    STRING 'ALL AGENCIES                          ' WS-CountDisplay
        '                         ' WS-AmountDisplay ' ' WS-GrossDisplay
        ' ' WS-CommissionDisplay ' ' WS-NetDisplay ' '
        WS-LiquidationDisplay ' ' WS-CommissionPctDisplay
        DELIMITED BY SIZE INTO PerformanceReportLine.
    WRITE PerformanceReportLine.
    CLOSE PerformanceReportFile.

    MOVE WS-AgenciesReported TO LS-AgenciesReported.
    DISPLAY 'Agencies reported: ' WS-AgenciesReported
        '  liquidation rate: ' WS-LiquidationDisplay '%'.
    DISPLAY 'Report written to ' WS-PerformanceReportFileName.
    GOBACK.

TALLY-AGENCY-PLACEMENTS.
    MOVE ZERO TO WS-AgencyPlaced.
    MOVE ZERO TO WS-AgencyActive.
    MOVE ZERO TO WS-AgencyRecalled.
    MOVE ZERO TO WS-AgencyPaid.
    MOVE ZERO TO WS-AgencyBalance.
    MOVE ZERO TO WS-AgencyGross.
    MOVE ZERO TO WS-AgencyCommission.
    MOVE ZERO TO WS-AgencyNet.
    MOVE 'N' TO WS-PlacementEOF.
    MOVE AgencyID TO PlacementAgencyID.
    START AgencyPlacementFile KEY IS EQUAL TO PlacementAgencyID
        INVALID KEY
            MOVE 'Y' TO WS-PlacementEOF
    END-START.
    PERFORM UNTIL WS-PlacementEOF = 'Y'
        READ AgencyPlacementFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PlacementEOF
            NOT AT END
                IF PlacementAgencyID NOT = AgencyID
                    MOVE 'Y' TO WS-PlacementEOF
                ELSE
                    IF PlacementDate NOT GREATER THAN WS-AsOfDate
                        PERFORM TALLY-ONE-PLACEMENT
                    END-IF
                END-IF
    END-PERFORM.

TALLY-ONE-PLACEMENT.
    ADD 1 TO WS-AgencyPlaced.
    EVALUATE TRUE
        WHEN PlacementActive
            ADD 1 TO WS-AgencyActive
        WHEN PlacementRecalled
            ADD 1 TO WS-AgencyRecalled
        WHEN PlacementPaid
            ADD 1 TO WS-AgencyPaid
    END-EVALUATE.
    ADD PlacementBalance TO WS-AgencyBalance.
    ADD PlacementGrossCollected TO WS-AgencyGross.
    ADD PlacementCommission TO WS-AgencyCommission.
    ADD PlacementNetRemitted TO WS-AgencyNet.

WRITE-AGENCY-LINE.
    ADD 1 TO WS-AgenciesReported.
    ADD WS-AgencyPlaced TO WS-TotalPlaced.
    ADD WS-AgencyBalance TO WS-TotalBalance.
    ADD WS-AgencyGross TO WS-TotalGross.
    ADD WS-AgencyCommission TO WS-TotalCommission.
    ADD WS-AgencyNet TO WS-TotalNet.
    PERFORM COMPUTE-AGENCY-RATES.
    MOVE WS-AgencyBalance TO WS-AmountDisplay.
    MOVE WS-AgencyGross TO WS-GrossDisplay.
    MOVE WS-AgencyCommission TO WS-CommissionDisplay.
    MOVE WS-AgencyNet TO WS-NetDisplay.
    MOVE WS-LiquidationPct TO WS-LiquidationDisplay.
    MOVE WS-CommissionPct TO WS-CommissionPctDisplay.
    MOVE SPACES TO PerformanceReportLine.
    STRING AgencyID '   ' AgencyName ' ' WS-AgencyPlaced ' '
        WS-AgencyActive ' ' WS-AgencyRecalled ' '
        WS-AgencyPaid ' ' WS-AmountDisplay ' ' WS-GrossDisplay ' '
        WS-CommissionDisplay ' ' WS-NetDisplay ' '
        WS-LiquidationDisplay ' ' WS-CommissionPctDisplay
        DELIMITED BY SIZE INTO PerformanceReportLine.
    WRITE PerformanceReportLine.

COMPUTE-AGENCY-RATES.
    MOVE ZERO TO WS-LiquidationPct.
    MOVE ZERO TO WS-CommissionPct.
    IF WS-AgencyBalance > ZERO
        COMPUTE WS-LiquidationPct ROUNDED =
            WS-AgencyGross * 100 / WS-AgencyBalance
    END-IF.
    IF WS-AgencyGross > ZERO
        COMPUTE WS-CommissionPct ROUNDED =
            WS-AgencyCommission * 100 / WS-AgencyGross
    END-IF.
