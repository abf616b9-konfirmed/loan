IDENTIFICATION DIVISION.
PROGRAM-ID. ReportCraLending.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY GCSEL.
    COPY AASEL.
    COPY CYSEL.
    SELECT CraReportFile ASSIGN TO WS-CraReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  CensusGeographyFile.
    COPY GCREC.

FD  AssessmentAreaFile.
    COPY AAREC.

FD  CompanyFile.
    COPY CYREC.

FD  CraReportFile.
01  CraReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-LoanFileStatus         PIC X(02).
01 WS-CensusGeographyStatus  PIC X(02).
01 WS-AssessmentAreaStatus   PIC X(02).
01 WS-CraReportFileName      PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-OriginationYear        PIC 9(4).
01 WS-GeographyOpen          PIC X VALUE 'N'.
01 WS-GeocodeFound           PIC X VALUE 'N'.
01 WS-InsideArea             PIC X VALUE 'N'.
01 WS-AreaIdx                PIC 9(3) VALUE ZERO.
01 WS-AreaCount              PIC 9(3) VALUE ZERO.
01 WS-AreaFull               PIC X VALUE 'N'.
01 WS-AreaEOF                PIC X VALUE 'N'.
01 WS-SideIdx                PIC 9(1) VALUE ZERO.
01 WS-LevelIdx               PIC 9(1) VALUE ZERO.
01 WS-ProdIdx                PIC 9(3) VALUE ZERO.
01 WS-ProductCount           PIC 9(3) VALUE ZERO.
01 WS-ProductFull            PIC X VALUE 'N'.
01 WS-SlotFound              PIC X VALUE 'N'.
01 WS-LoansInYear            PIC 9(7) VALUE ZERO.
01 WS-AmountInYear           PIC 9(13)V99 VALUE ZERO.
01 WS-NotGeocodedCount       PIC 9(7) VALUE ZERO.
01 WS-NotGeocodedAmount      PIC 9(13)V99 VALUE ZERO.
01 WS-LmiInsideCount         PIC 9(7) VALUE ZERO.
01 WS-LmiInsideAmount        PIC 9(13)V99 VALUE ZERO.
01 WS-InsidePct              PIC 9(3)V9 VALUE ZERO.
01 WS-InsidePctDisplay       PIC ZZ9.9.
01 WS-CountDisplay           PIC Z,ZZZ,ZZ9.
01 WS-AmountDisplay          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CountDisplay2          PIC Z,ZZZ,ZZ9.
01 WS-AmountDisplay2         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-CompanyFileStatus      PIC X(02).
01 WS-CompanyEOF             PIC X VALUE 'N'.
01 WS-ReportCompany          PIC X(04).
01 WS-HomeCompany            PIC X(04).
01 WS-LoanCompany            PIC X(04).
01 WS-ConsolidatedLoans      PIC 9(7) VALUE ZERO.

01 WS-SideLabelValues.
    05 FILLER PIC X(08) VALUE 'INSIDE'.
    05 FILLER PIC X(08) VALUE 'OUTSIDE'.
01 WS-SideLabels REDEFINES WS-SideLabelValues.
    05 WS-SideLabel          PIC X(08) OCCURS 2 TIMES.

01 WS-LevelLabelValues.
    05 FILLER PIC X(12) VALUE 'LOW'.
    05 FILLER PIC X(12) VALUE 'MODERATE'.
    05 FILLER PIC X(12) VALUE 'MIDDLE'.
    05 FILLER PIC X(12) VALUE 'UPPER'.
    05 FILLER PIC X(12) VALUE 'UNKNOWN'.
01 WS-LevelLabels REDEFINES WS-LevelLabelValues.
    05 WS-LevelLabel         PIC X(12) OCCURS 5 TIMES.

*> assessment-area counties as they stood over time
01 WS-AreaTable.
    05 WS-AreaEntry OCCURS 500 TIMES.
        10 WS-AaStateFips    PIC 9(2).
        10 WS-AaCountyFips   PIC 9(3).
        10 WS-AaFromDate     PIC 9(8).
        10 WS-AaToDate       PIC 9(8).

*> loans inside (1) and outside (2) the area by tract income level:
*> low, moderate, middle, upper, unknown
01 WS-IncomeTable.
    05 WS-IncomeSide OCCURS 2 TIMES.
        10 WS-SideCount      PIC 9(7).
        10 WS-SideAmount     PIC 9(13)V99.
        10 WS-IncomeCell OCCURS 5 TIMES.
            15 WS-CellCount  PIC 9(7).
            15 WS-CellAmount PIC 9(13)V99.

01 WS-ProductTable.
    05 WS-ProductEntry OCCURS 100 TIMES.
        10 WS-PtProductCode  PIC X(04).
        10 WS-PtInCount      PIC 9(7).
        10 WS-PtInAmount     PIC 9(13)V99.
        10 WS-PtOutCount     PIC 9(7).
        10 WS-PtOutAmount    PIC 9(13)V99.
        10 WS-PtLmiCount     PIC 9(7).

LINKAGE SECTION.
01 LS-ReportYear             PIC 9(4).
01 LS-LoansReported          PIC 9(7).

*> CRA lending inside and outside the assessment area for loans
*> originated in the year given. A loan is placed by the census
*> geography of its collateral, or of the borrower's address where
*> the collateral has not been geocoded, and by the area as it stood
*> on the origination date. Counts and amounts are broken down by
*> tract income level and by product; loans with no geography on
*> file are shown apart. The consolidated report is written first,
*> then one for each active company, cra-lending-<company>-<year>.dat
PROCEDURE DIVISION USING LS-ReportYear LS-LoansReported.
    DISPLAY 'Building CRA assessment area lending report...'.
    MOVE ZERO TO LS-LoansReported.
    CALL 'GetBusinessDate' USING WS-RunDate.
    CALL 'GetHomeCompany' USING WS-HomeCompany.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loan file on record. Nothing to report.'
        GOBACK
    END-IF.
    CLOSE LoanFile.
    MOVE ZERO TO WS-AreaCount.
    MOVE 'N' TO WS-AreaFull.
    PERFORM LOAD-ASSESSMENT-AREA.

    MOVE SPACES TO WS-ReportCompany.
    PERFORM BUILD-CRA-REPORT.
    MOVE WS-LoansInYear TO WS-ConsolidatedLoans.

    MOVE 'N' TO WS-CompanyEOF.
    OPEN INPUT CompanyFile.
    IF WS-CompanyFileStatus = '00'
        PERFORM UNTIL WS-CompanyEOF = 'Y'
            READ CompanyFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-CompanyEOF
                NOT AT END
                    IF CompanyActive
                        MOVE CompanyCode TO WS-ReportCompany
                        PERFORM BUILD-CRA-REPORT
                    END-IF
        END-PERFORM
        CLOSE CompanyFile
    END-IF.
    MOVE WS-ConsolidatedLoans TO LS-LoansReported.
    GOBACK.

*> spaces in the report company builds the consolidated report
BUILD-CRA-REPORT.
    PERFORM INITIALIZE-TOTALS.
    OPEN INPUT LoanFile.
    MOVE 'N' TO WS-GeographyOpen.
    OPEN INPUT CensusGeographyFile.
    IF WS-CensusGeographyStatus = '00'
        MOVE 'Y' TO WS-GeographyOpen
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                MOVE LoanOriginationDate OF LoanRecord(1:4)
                    TO WS-OriginationYear
                MOVE LoanCompanyCode OF LoanRecord TO WS-LoanCompany
                IF WS-LoanCompany = SPACES
                    MOVE WS-HomeCompany TO WS-LoanCompany
                END-IF
                IF WS-OriginationYear = LS-ReportYear
                        AND (WS-ReportCompany = SPACES
                            OR WS-LoanCompany = WS-ReportCompany)
                    PERFORM TALLY-LOAN
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    IF WS-GeographyOpen = 'Y'
        CLOSE CensusGeographyFile
    END-IF.

    PERFORM WRITE-CRA-REPORT.
    IF WS-ReportCompany NOT = SPACES
        DISPLAY 'Company ' WS-ReportCompany ':'
    END-IF.
    DISPLAY 'Loans originated in ' LS-ReportYear ': ' WS-LoansInYear.
    DISPLAY 'Inside the assessment area: ' WS-SideCount(1)
        '  outside: ' WS-SideCount(2)
        '  not geocoded: ' WS-NotGeocodedCount.
    DISPLAY 'Report written to ' WS-CraReportFileName.

INITIALIZE-TOTALS.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-ProductCount.
    MOVE 'N' TO WS-ProductFull.
    MOVE ZERO TO WS-LoansInYear.
    MOVE ZERO TO WS-AmountInYear.
    MOVE ZERO TO WS-NotGeocodedCount.
    MOVE ZERO TO WS-NotGeocodedAmount.
    MOVE ZERO TO WS-LmiInsideCount.
    MOVE ZERO TO WS-LmiInsideAmount.
    PERFORM VARYING WS-SideIdx FROM 1 BY 1 UNTIL WS-SideIdx > 2
        MOVE ZERO TO WS-SideCount(WS-SideIdx)
        MOVE ZERO TO WS-SideAmount(WS-SideIdx)
        PERFORM VARYING WS-LevelIdx FROM 1 BY 1 UNTIL WS-LevelIdx > 5
            MOVE ZERO TO WS-CellCount(WS-SideIdx, WS-LevelIdx)
            MOVE ZERO TO WS-CellAmount(WS-SideIdx, WS-LevelIdx)
        END-PERFORM
    END-PERFORM.

*> a county still in the area is open-ended
LOAD-ASSESSMENT-AREA.
    OPEN INPUT AssessmentAreaFile.
    IF WS-AssessmentAreaStatus = '00'
        MOVE 'N' TO WS-AreaEOF
        PERFORM UNTIL WS-AreaEOF = 'Y'
            READ AssessmentAreaFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-AreaEOF
                NOT AT END
                    IF WS-AreaCount < 500
                        ADD 1 TO WS-AreaCount
                        MOVE AreaStateFips TO WS-AaStateFips(WS-AreaCount)
                        MOVE AreaCountyFips
                            TO WS-AaCountyFips(WS-AreaCount)
                        MOVE AreaEffectiveDate
                            TO WS-AaFromDate(WS-AreaCount)
                        IF AreaRemoved
                            MOVE AreaRemovedDate
                                TO WS-AaToDate(WS-AreaCount)
                        ELSE
                            MOVE 99999999 TO WS-AaToDate(WS-AreaCount)
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-AreaFull
                    END-IF
        END-PERFORM
        CLOSE AssessmentAreaFile
    END-IF.
    IF WS-AreaCount = ZERO
        DISPLAY 'WARNING: no assessment area counties on file; every'
        DISPLAY 'geocoded loan will report outside the area.'
    END-IF.

TALLY-LOAN.
    ADD 1 TO WS-LoansInYear.
    ADD LoanAmount OF LoanRecord TO WS-AmountInYear.
    PERFORM FIND-LOAN-GEOCODE.
    IF WS-GeocodeFound = 'N'
        ADD 1 TO WS-NotGeocodedCount
        ADD LoanAmount OF LoanRecord TO WS-NotGeocodedAmount
    ELSE
        PERFORM CHECK-INSIDE-AREA
        IF WS-InsideArea = 'Y'
            MOVE 1 TO WS-SideIdx
        ELSE
            MOVE 2 TO WS-SideIdx
        END-IF
        EVALUATE TRUE
            WHEN GeoIncomeLow
                MOVE 1 TO WS-LevelIdx
            WHEN GeoIncomeModerate
                MOVE 2 TO WS-LevelIdx
            WHEN GeoIncomeMiddle
                MOVE 3 TO WS-LevelIdx
            WHEN GeoIncomeUpper
                MOVE 4 TO WS-LevelIdx
            WHEN OTHER
                MOVE 5 TO WS-LevelIdx
        END-EVALUATE
        ADD 1 TO WS-SideCount(WS-SideIdx)
        ADD LoanAmount OF LoanRecord TO WS-SideAmount(WS-SideIdx)
        ADD 1 TO WS-CellCount(WS-SideIdx, WS-LevelIdx)
        ADD LoanAmount OF LoanRecord
            TO WS-CellAmount(WS-SideIdx, WS-LevelIdx)
        IF WS-SideIdx = 1 AND WS-LevelIdx < 3
            ADD 1 TO WS-LmiInsideCount
            ADD LoanAmount OF LoanRecord TO WS-LmiInsideAmount
        END-IF
        PERFORM ADD-TO-PRODUCT
    END-IF.

*> collateral geography first, then the borrower's address
FIND-LOAN-GEOCODE.
    MOVE 'N' TO WS-GeocodeFound.
    IF WS-GeographyOpen = 'Y'
        SET GeoForCollateral TO TRUE
        MOVE LoanID OF LoanRecord TO GeoSubjectID
        READ CensusGeographyFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-GeocodeFound
        END-READ
        IF WS-GeocodeFound = 'N'
            SET GeoForBorrower TO TRUE
            MOVE BorrowerID OF LoanRecord TO GeoSubjectID
            READ CensusGeographyFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-GeocodeFound
            END-READ
        END-IF
    END-IF.

CHECK-INSIDE-AREA.
    MOVE 'N' TO WS-InsideArea.
    PERFORM VARYING WS-AreaIdx FROM 1 BY 1
            UNTIL WS-AreaIdx > WS-AreaCount OR WS-InsideArea = 'Y'
        IF WS-AaStateFips(WS-AreaIdx) = GeoStateFips
                AND WS-AaCountyFips(WS-AreaIdx) = GeoCountyFips
                AND WS-AaFromDate(WS-AreaIdx)
                    NOT GREATER THAN LoanOriginationDate OF LoanRecord
                AND WS-AaToDate(WS-AreaIdx)
                    > LoanOriginationDate OF LoanRecord
            MOVE 'Y' TO WS-InsideArea
        END-IF
    END-PERFORM.

ADD-TO-PRODUCT.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-ProdIdx FROM 1 BY 1
            UNTIL WS-ProdIdx > WS-ProductCount OR WS-SlotFound = 'Y'
        IF WS-PtProductCode(WS-ProdIdx) = ProductCode OF LoanRecord
            MOVE 'Y' TO WS-SlotFound
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'Y'
        SUBTRACT 1 FROM WS-ProdIdx
    ELSE
        IF WS-ProductCount < 100
            ADD 1 TO WS-ProductCount
            MOVE WS-ProductCount TO WS-ProdIdx
            MOVE ProductCode OF LoanRecord
                TO WS-PtProductCode(WS-ProdIdx)
            MOVE ZERO TO WS-PtInCount(WS-ProdIdx)
            MOVE ZERO TO WS-PtInAmount(WS-ProdIdx)
            MOVE ZERO TO WS-PtOutCount(WS-ProdIdx)
            MOVE ZERO TO WS-PtOutAmount(WS-ProdIdx)
            MOVE ZERO TO WS-PtLmiCount(WS-ProdIdx)
            MOVE 'Y' TO WS-SlotFound
        ELSE
            MOVE 'Y' TO WS-ProductFull
        END-IF
    END-IF.
    IF WS-SlotFound = 'Y'
        IF WS-SideIdx = 1
            ADD 1 TO WS-PtInCount(WS-ProdIdx)
            ADD LoanAmount OF LoanRecord TO WS-PtInAmount(WS-ProdIdx)
            IF WS-LevelIdx < 3
                ADD 1 TO WS-PtLmiCount(WS-ProdIdx)
            END-IF
        ELSE
            ADD 1 TO WS-PtOutCount(WS-ProdIdx)
            ADD LoanAmount OF LoanRecord TO WS-PtOutAmount(WS-ProdIdx)
        END-IF
    END-IF.

WRITE-CRA-REPORT.
    MOVE SPACES TO WS-CraReportFileName.
    IF WS-ReportCompany = SPACES
        STRING 'cra-lending-' LS-ReportYear '.dat'
            DELIMITED BY SIZE INTO WS-CraReportFileName
    ELSE
        STRING 'cra-lending-' DELIMITED BY SIZE
            WS-ReportCompany DELIMITED BY SPACE
            '-' LS-ReportYear '.dat' DELIMITED BY SIZE
            INTO WS-CraReportFileName
    END-IF.
    OPEN OUTPUT CraReportFile.
    MOVE SPACES TO CraReportLine.
    STRING '=== CRA Assessment Area Lending, Loans Originated in '
        LS-ReportYear ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO CraReportLine.
    WRITE CraReportLine.
    MOVE SPACES TO CraReportLine.
    IF WS-ReportCompany = SPACES
        MOVE 'Consolidated, all companies' TO CraReportLine
    ELSE
        STRING 'Company ' WS-ReportCompany DELIMITED BY SIZE
            INTO CraReportLine
    END-IF.
    WRITE CraReportLine.
    MOVE SPACES TO CraReportLine.
    WRITE CraReportLine.
    MOVE 'Area     Tract Income         Loans               Amount'
        TO CraReportLine.
    WRITE CraReportLine.
    PERFORM VARYING WS-SideIdx FROM 1 BY 1 UNTIL WS-SideIdx > 2
        PERFORM VARYING WS-LevelIdx FROM 1 BY 1 UNTIL WS-LevelIdx > 5
            MOVE WS-CellCount(WS-SideIdx, WS-LevelIdx)
                TO WS-CountDisplay
            MOVE WS-CellAmount(WS-SideIdx, WS-LevelIdx)
                TO WS-AmountDisplay
            MOVE SPACES TO CraReportLine
            STRING WS-SideLabel(WS-SideIdx) ' '
                WS-LevelLabel(WS-LevelIdx) ' ' WS-CountDisplay ' '
                WS-AmountDisplay DELIMITED BY SIZE INTO CraReportLine
            WRITE CraReportLine
        END-PERFORM
        MOVE WS-SideCount(WS-SideIdx) TO WS-CountDisplay
        MOVE WS-SideAmount(WS-SideIdx) TO WS-AmountDisplay
        MOVE SPACES TO CraReportLine
        STRING WS-SideLabel(WS-SideIdx) ' TOTAL        '
            WS-CountDisplay ' ' WS-AmountDisplay
            DELIMITED BY SIZE INTO CraReportLine
        WRITE CraReportLine
        MOVE SPACES TO CraReportLine
        WRITE CraReportLine
    END-PERFORM.

    MOVE WS-NotGeocodedCount TO WS-CountDisplay.
    MOVE WS-NotGeocodedAmount TO WS-AmountDisplay.
    MOVE SPACES TO CraReportLine.
    STRING 'NOT GEOCODED          ' WS-CountDisplay ' '
        WS-AmountDisplay DELIMITED BY SIZE INTO CraReportLine.
    WRITE CraReportLine.
    MOVE WS-LoansInYear TO WS-CountDisplay.
    MOVE WS-AmountInYear TO WS-AmountDisplay.
    MOVE SPACES TO CraReportLine.
    STRING 'ALL LOANS             ' WS-CountDisplay ' '
        WS-AmountDisplay DELIMITED BY SIZE INTO CraReportLine.
    WRITE CraReportLine.

    MOVE ZERO TO WS-InsidePct.
    IF WS-SideCount(1) + WS-SideCount(2) > ZERO
        COMPUTE WS-InsidePct ROUNDED = WS-SideCount(1) * 100
            / (WS-SideCount(1) + WS-SideCount(2))
    END-IF.
    MOVE WS-InsidePct TO WS-InsidePctDisplay.
    MOVE SPACES TO CraReportLine.
    STRING 'Geocoded loans inside the assessment area: '
        WS-InsidePctDisplay '% by count' DELIMITED BY SIZE
        INTO CraReportLine.
    WRITE CraReportLine.
    MOVE WS-LmiInsideCount TO WS-CountDisplay.
    MOVE WS-LmiInsideAmount TO WS-AmountDisplay.
    MOVE SPACES TO CraReportLine.
    STRING 'Inside the area in low- and moderate-income tracts: '
        WS-CountDisplay ' loans ' WS-AmountDisplay
        DELIMITED BY SIZE INTO CraReportLine.
    WRITE CraReportLine.

    MOVE SPACES TO CraReportLine.
    WRITE CraReportLine.
    MOVE '--- By Product (geocoded loans) ---' TO CraReportLine.
    WRITE CraReportLine.
    MOVE 'Prod  Inside Loans        Inside Amount  Outside Loans       Outside Amount  LMI Inside'
        TO CraReportLine.
    WRITE CraReportLine.
    PERFORM VARYING WS-ProdIdx FROM 1 BY 1
            UNTIL WS-ProdIdx > WS-ProductCount
        MOVE WS-PtInCount(WS-ProdIdx) TO WS-CountDisplay
        MOVE WS-PtInAmount(WS-ProdIdx) TO WS-AmountDisplay
        MOVE WS-PtOutCount(WS-ProdIdx) TO WS-CountDisplay2
        MOVE WS-PtOutAmount(WS-ProdIdx) TO WS-AmountDisplay2
        MOVE SPACES TO CraReportLine
        STRING WS-PtProductCode(WS-ProdIdx) '    ' WS-CountDisplay ' '
            WS-AmountDisplay '      ' WS-CountDisplay2 ' '
            WS-AmountDisplay2 '  ' WS-PtLmiCount(WS-ProdIdx)
            DELIMITED BY SIZE INTO CraReportLine
        WRITE CraReportLine
    END-PERFORM.
    IF WS-ProductFull = 'Y'
        MOVE 'MORE THAN 100 PRODUCTS; PRODUCT BREAKDOWN IS INCOMPLETE'
            TO CraReportLine
        WRITE CraReportLine
    END-IF.
    IF WS-AreaFull = 'Y'
        MOVE 'MORE THAN 500 AREA COUNTIES; AREA TEST IS INCOMPLETE'
            TO CraReportLine
        WRITE CraReportLine
    END-IF.
    CLOSE CraReportFile.
