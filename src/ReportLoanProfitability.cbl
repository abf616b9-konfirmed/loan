IDENTIFICATION DIVISION.
PROGRAM-ID. ReportLoanProfitability.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY PRSEL.
    COPY FDSEL.
    COPY LRSEL.
    SELECT LoanProfitFile ASSIGN TO WS-LoanProfitFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ProfitSummaryFile ASSIGN TO WS-ProfitSummaryFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  ProductFile.
    COPY PRREC.

FD  FeeDetailFile.
    COPY FDREC.

FD  LossRateFile.
    COPY LRREC.

FD  LoanProfitFile.
01  LoanProfitLine PIC X(200).

FD  ProfitSummaryFile.
01  ProfitSummaryLine PIC X(200).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-FeeEOF                 PIC X VALUE 'N'.
01 WS-LoanFileStatus         PIC X(02).
01 WS-ProductFileStatus      PIC X(02).
01 WS-FeeDetailFileStatus    PIC X(02).
01 WS-LossRateFileStatus     PIC X(02).
01 WS-ProductOpen            PIC X VALUE 'N'.
01 WS-FeeDetailOpen          PIC X VALUE 'N'.
01 WS-LoanProfitFileName     PIC X(50).
01 WS-ProfitSummaryFileName  PIC X(50).
01 WS-AsOfDate               PIC 9(8).
01 WS-PeriodStart            PIC 9(8).
01 WS-LoansReported          PIC 9(7) VALUE ZERO.
01 WS-NoCurveCount           PIC 9(7) VALUE ZERO.
01 WS-Idx                    PIC 9(3).
01 WS-SlotFound              PIC X VALUE 'N'.

*> one loan's month, in base currency
01 WS-FundingDate            PIC 9(8).
01 WS-FundingRate            PIC 9(2)V99.
01 WS-RateFound              PIC X(01).
01 WS-RateToBase             PIC 9(3)V9(6).
01 WS-RateDate               PIC 9(8).
01 WS-BaseBalance            PIC 9(11)V99.
01 WS-InterestIncome         PIC 9(9)V99.
01 WS-FundingCost            PIC 9(9)V99.
01 WS-FeeIncome              PIC 9(9)V99.
01 WS-Provision              PIC 9(9)V99.
01 WS-ServicingCost          PIC 9(7)V99.
01 WS-NetProfit              PIC S9(9)V99.
01 WS-LoanReserve            PIC 9(9)V99.
01 WS-DaysPastDueSigned      PIC S9(6).
01 WS-LoanBucket             PIC X(04).
01 WS-LoanLossRate           PIC 9(2)V99.

*> default loss rate when a segment has no factor on file, as in the
*> allowance run
01 WS-DefaultLossRate        PIC 9(2)V99 VALUE 1.00.

01 WS-LossRateTable.
    05 WS-LossRateCount      PIC 9(3) VALUE ZERO.
    05 WS-LossRateEntry OCCURS 250 TIMES.
        10 WS-LRProduct      PIC X(04).
        10 WS-LRBucket       PIC X(04).
        10 WS-LRPercent      PIC 9(2)V99.

*> rollups by product, branch and officer
01 WS-RollDimEntry           PIC X(08).
01 WS-RollKeyEntry           PIC X(05).
01 WS-RollupTable.
    05 WS-RollCount          PIC 9(3) VALUE ZERO.
    05 WS-RollEntry OCCURS 600 TIMES.
        10 WS-RollDim        PIC X(08).
        10 WS-RollKey        PIC X(05).
        10 WS-RollLoans      PIC 9(7).
        10 WS-RollBalance    PIC 9(13)V99.
        10 WS-RollInterest   PIC 9(11)V99.
        10 WS-RollFunding    PIC 9(11)V99.
        10 WS-RollFees       PIC 9(11)V99.
        10 WS-RollProvision  PIC 9(11)V99.
        10 WS-RollServicing  PIC 9(11)V99.
        10 WS-RollNet        PIC S9(11)V99.
01 WS-RollNIM                PIC S9(3)V99.

01 WS-CsvBalance             PIC -(12)9.99.
01 WS-CsvInterest            PIC -(10)9.99.
01 WS-CsvFunding             PIC -(10)9.99.
01 WS-CsvFees                PIC -(10)9.99.
01 WS-CsvProvision           PIC -(10)9.99.
01 WS-CsvServicing           PIC -(10)9.99.
01 WS-CsvNet                 PIC -(10)9.99.
01 WS-CsvNoteRate            PIC Z9.99.
01 WS-CsvFundingRate         PIC Z9.99.
01 WS-CsvNIM                 PIC -(3)9.99.
01 WS-CsvLoans               PIC Z(6)9.

LINKAGE SECTION.
01 LS-AsOfDate      PIC 9(8).
01 LS-LoansReported PIC 9(7).

*> a month's profit on every active and defaulted loan. Net interest is
*> the note rate less the matched-term cost of funds on the balance;
*> fee income is the fees assessed in the month and not waived; the
*> provision is the allowance held against the loan (its specific
*> reserve if impaired, otherwise its pooled share at the allowance
*> run's loss rate) spread over the year; servicing is the product's
*> monthly cost per loan. A fixed-rate loan is funded at the curve of
*> its origination date, a variable-rate loan at today's curve. All
*> amounts are in base currency. The nightly batch passes the month's
*> date; a zero date reports the month of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-LoansReported.
    DISPLAY 'Computing loan profitability...'.
    MOVE ZERO TO LS-LoansReported.
    MOVE ZERO TO WS-LoansReported.
    MOVE ZERO TO WS-NoCurveCount.
    MOVE ZERO TO WS-RollCount.
    MOVE 'N' TO EOF.
    IF LS-AsOfDate = ZERO
        CALL 'GetBusinessDate' USING WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.
    COMPUTE WS-PeriodStart = (WS-AsOfDate / 100) * 100 + 1.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loan file on record. Nothing to report.'
        GOBACK
    END-IF.
    PERFORM LOAD-LOSS-RATES.
    MOVE 'N' TO WS-ProductOpen.
    OPEN INPUT ProductFile.
    IF WS-ProductFileStatus = '00'
        MOVE 'Y' TO WS-ProductOpen
    END-IF.
    MOVE 'N' TO WS-FeeDetailOpen.
    OPEN INPUT FeeDetailFile.
    IF WS-FeeDetailFileStatus = '00'
        MOVE 'Y' TO WS-FeeDetailOpen
    END-IF.

    MOVE SPACES TO WS-LoanProfitFileName.
    STRING 'profitability-loans-' WS-AsOfDate '.csv'
        DELIMITED BY SIZE INTO WS-LoanProfitFileName.
    OPEN OUTPUT LoanProfitFile.
    MOVE SPACES TO LoanProfitLine.
    STRING 'Loan ID,Product,Branch,Officer,Currency,Balance,Note Rate,'
        'Funding Rate,Interest Income,Funding Cost,Fee Income,'
        'Provision,Servicing Cost,Net Profit'
        DELIMITED BY SIZE INTO LoanProfitLine.
    WRITE LoanProfitLine.

    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LoanStatusActive OR LoanStatusDefaulted
                    PERFORM PROFIT-ONE-LOAN
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    CLOSE LoanProfitFile.
    IF WS-ProductOpen = 'Y'
        CLOSE ProductFile
    END-IF.
    IF WS-FeeDetailOpen = 'Y'
        CLOSE FeeDetailFile
    END-IF.

    PERFORM WRITE-PROFIT-SUMMARY.

    MOVE WS-LoansReported TO LS-LoansReported.
    DISPLAY 'Loans reported: ' WS-LoansReported.
    IF WS-NoCurveCount > ZERO
        DISPLAY WS-NoCurveCount ' loan(s) had no cost-of-funds curve in'
        DISPLAY 'effect and were charged no funding cost.'
    END-IF.
    DISPLAY 'Loan profitability written to ' WS-LoanProfitFileName.
    DISPLAY 'Rollups written to ' WS-ProfitSummaryFileName.
    GOBACK.

PROFIT-ONE-LOAN.
    ADD 1 TO WS-LoansReported.
    CALL 'GetExchangeRate' USING CurrencyCode WS-AsOfDate
        WS-RateToBase WS-RateDate.
    IF WS-RateToBase = ZERO
        MOVE 1 TO WS-RateToBase
    END-IF.
    COMPUTE WS-BaseBalance ROUNDED = OutstandingBalance * WS-RateToBase.

    IF RateTypeVariable OR LoanOriginationDate NOT NUMERIC
            OR LoanOriginationDate = ZERO
        MOVE WS-AsOfDate TO WS-FundingDate
    ELSE
        MOVE LoanOriginationDate TO WS-FundingDate
    END-IF.
    CALL 'GetCostOfFunds' USING LoanTerm WS-FundingDate
        WS-FundingRate WS-RateFound.
    IF WS-RateFound = 'N' AND WS-FundingDate NOT = WS-AsOfDate
        CALL 'GetCostOfFunds' USING LoanTerm WS-AsOfDate
            WS-FundingRate WS-RateFound
    END-IF.
    IF WS-RateFound = 'N'
        ADD 1 TO WS-NoCurveCount
    END-IF.

    COMPUTE WS-InterestIncome ROUNDED =
        WS-BaseBalance * InterestRate / 100 / 12.
    COMPUTE WS-FundingCost ROUNDED =
        WS-BaseBalance * WS-FundingRate / 100 / 12.
    PERFORM SUM-FEE-INCOME.
    PERFORM COMPUTE-PROVISION.
    PERFORM FIND-SERVICING-COST.
    COMPUTE WS-NetProfit = WS-InterestIncome - WS-FundingCost
        + WS-FeeIncome - WS-Provision - WS-ServicingCost.

    PERFORM WRITE-LOAN-PROFIT-LINE.
    MOVE 'PRODUCT' TO WS-RollDimEntry.
    MOVE ProductCode OF LoanRecord TO WS-RollKeyEntry.
    PERFORM TALLY-ROLLUP.
    MOVE 'BRANCH' TO WS-RollDimEntry.
    MOVE BranchCode TO WS-RollKeyEntry.
    PERFORM TALLY-ROLLUP.
    MOVE 'OFFICER' TO WS-RollDimEntry.
    MOVE LoanOfficerID TO WS-RollKeyEntry.
    PERFORM TALLY-ROLLUP.

SUM-FEE-INCOME.
    MOVE ZERO TO WS-FeeIncome.
    IF WS-FeeDetailOpen = 'Y'
        MOVE 'N' TO WS-FeeEOF
        MOVE LoanID OF LoanRecord TO FeeDetailLoanID
        START FeeDetailFile KEY IS EQUAL TO FeeDetailLoanID
            INVALID KEY
                MOVE 'Y' TO WS-FeeEOF
        END-START
        PERFORM UNTIL WS-FeeEOF = 'Y'
            READ FeeDetailFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-FeeEOF
                NOT AT END
                    IF FeeDetailLoanID NOT = LoanID OF LoanRecord
                        MOVE 'Y' TO WS-FeeEOF
                    ELSE
                        IF NOT FeeDetailWaived
                                AND FeeDetailDate
                                    NOT LESS THAN WS-PeriodStart
                                AND FeeDetailDate
                                    NOT GREATER THAN WS-AsOfDate
                            COMPUTE WS-FeeIncome ROUNDED = WS-FeeIncome
                                + FeeDetailAmount * WS-RateToBase
                        END-IF
                    END-IF
        END-PERFORM
    END-IF.

COMPUTE-PROVISION.
    IF LoanImpaired
        MOVE SpecificReserve TO WS-LoanReserve
    ELSE
        PERFORM SET-LOAN-BUCKET
        MOVE WS-DefaultLossRate TO WS-LoanLossRate
        PERFORM VARYING WS-Idx FROM 1 BY 1
                UNTIL WS-Idx > WS-LossRateCount
            IF WS-LRProduct(WS-Idx) = ProductCode OF LoanRecord
                    AND WS-LRBucket(WS-Idx) = WS-LoanBucket
                MOVE WS-LRPercent(WS-Idx) TO WS-LoanLossRate
            END-IF
        END-PERFORM
        IF RiskGradeValid OF LoanRecord
            PERFORM VARYING WS-Idx FROM 1 BY 1
                    UNTIL WS-Idx > WS-LossRateCount
                IF WS-LRProduct(WS-Idx) = ProductCode OF LoanRecord
                        AND WS-LRBucket(WS-Idx) = RiskGrade OF LoanRecord
                    MOVE WS-LRPercent(WS-Idx) TO WS-LoanLossRate
                END-IF
            END-PERFORM
        END-IF
        COMPUTE WS-LoanReserve ROUNDED =
            OutstandingBalance * (WS-LoanLossRate / 100)
    END-IF.
    COMPUTE WS-Provision ROUNDED = WS-LoanReserve * WS-RateToBase / 12.

SET-LOAN-BUCKET.
    CALL 'DaysBetweenDates' USING NextPaymentDueDate
        WS-AsOfDate WS-DaysPastDueSigned.
    EVALUATE TRUE
        WHEN WS-DaysPastDueSigned < 30
            MOVE 'CURR' TO WS-LoanBucket
        WHEN WS-DaysPastDueSigned < 60
            MOVE '30  ' TO WS-LoanBucket
        WHEN WS-DaysPastDueSigned < 90
            MOVE '60  ' TO WS-LoanBucket
        WHEN WS-DaysPastDueSigned < 120
            MOVE '90  ' TO WS-LoanBucket
        WHEN OTHER
            MOVE '120+' TO WS-LoanBucket
    END-EVALUATE.

FIND-SERVICING-COST.
    MOVE ZERO TO WS-ServicingCost.
    IF WS-ProductOpen = 'Y'
        MOVE ProductCode OF LoanRecord TO ProductCode OF ProductRecord
        READ ProductFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ProductServicingCost NUMERIC
                    MOVE ProductServicingCost TO WS-ServicingCost
                END-IF
        END-READ
    END-IF.

LOAD-LOSS-RATES.
    MOVE ZERO TO WS-LossRateCount.
    MOVE 'N' TO WS-FeeEOF.
    OPEN INPUT LossRateFile.
    IF WS-LossRateFileStatus = '00'
        PERFORM UNTIL WS-FeeEOF = 'Y'
            READ LossRateFile
                AT END
                    MOVE 'Y' TO WS-FeeEOF
                NOT AT END
                    IF WS-LossRateCount < 250
                        ADD 1 TO WS-LossRateCount
                        MOVE LossRateProductCode
                            TO WS-LRProduct(WS-LossRateCount)
                        MOVE LossRateBucket
                            TO WS-LRBucket(WS-LossRateCount)
                        MOVE LossRatePercent
                            TO WS-LRPercent(WS-LossRateCount)
                    END-IF
        END-PERFORM
        CLOSE LossRateFile
    END-IF.

TALLY-ROLLUP.
    MOVE 'N' TO WS-SlotFound.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-RollCount OR WS-SlotFound = 'Y'
        IF WS-RollDim(WS-Idx) = WS-RollDimEntry
                AND WS-RollKey(WS-Idx) = WS-RollKeyEntry
            MOVE 'Y' TO WS-SlotFound
            PERFORM ADD-TO-ROLLUP
        END-IF
    END-PERFORM.
    IF WS-SlotFound = 'N' AND WS-RollCount < 600
        ADD 1 TO WS-RollCount
        MOVE WS-RollCount TO WS-Idx
        MOVE WS-RollDimEntry TO WS-RollDim(WS-Idx)
        MOVE WS-RollKeyEntry TO WS-RollKey(WS-Idx)
        MOVE ZERO TO WS-RollLoans(WS-Idx)
        MOVE ZERO TO WS-RollBalance(WS-Idx)
        MOVE ZERO TO WS-RollInterest(WS-Idx)
        MOVE ZERO TO WS-RollFunding(WS-Idx)
        MOVE ZERO TO WS-RollFees(WS-Idx)
        MOVE ZERO TO WS-RollProvision(WS-Idx)
        MOVE ZERO TO WS-RollServicing(WS-Idx)
        MOVE ZERO TO WS-RollNet(WS-Idx)
        PERFORM ADD-TO-ROLLUP
    END-IF.

ADD-TO-ROLLUP.
    ADD 1 TO WS-RollLoans(WS-Idx).
    ADD WS-BaseBalance TO WS-RollBalance(WS-Idx).
    ADD WS-InterestIncome TO WS-RollInterest(WS-Idx).
    ADD WS-FundingCost TO WS-RollFunding(WS-Idx).
    ADD WS-FeeIncome TO WS-RollFees(WS-Idx).
    ADD WS-Provision TO WS-RollProvision(WS-Idx).
    ADD WS-ServicingCost TO WS-RollServicing(WS-Idx).
    ADD WS-NetProfit TO WS-RollNet(WS-Idx).

WRITE-LOAN-PROFIT-LINE.
    MOVE WS-BaseBalance TO WS-CsvBalance.
    MOVE InterestRate TO WS-CsvNoteRate.
    MOVE WS-FundingRate TO WS-CsvFundingRate.
    MOVE WS-InterestIncome TO WS-CsvInterest.
    MOVE WS-FundingCost TO WS-CsvFunding.
    MOVE WS-FeeIncome TO WS-CsvFees.
    MOVE WS-Provision TO WS-CsvProvision.
    MOVE WS-ServicingCost TO WS-CsvServicing.
    MOVE WS-NetProfit TO WS-CsvNet.
    MOVE SPACES TO LoanProfitLine.
    STRING LoanID OF LoanRecord ','
        ProductCode OF LoanRecord ','
        BranchCode ','
        LoanOfficerID ','
        CurrencyCode ','
        WS-CsvBalance ','
        WS-CsvNoteRate ','
        WS-CsvFundingRate ','
        WS-CsvInterest ','
        WS-CsvFunding ','
        WS-CsvFees ','
        WS-CsvProvision ','
        WS-CsvServicing ','
        WS-CsvNet
        DELIMITED BY SIZE INTO LoanProfitLine.
    WRITE LoanProfitLine.

*> net interest margin is annualised on the month's balance
WRITE-PROFIT-SUMMARY.
    MOVE SPACES TO WS-ProfitSummaryFileName.
    STRING 'profitability-summary-' WS-AsOfDate '.csv'
        DELIMITED BY SIZE INTO WS-ProfitSummaryFileName.
    OPEN OUTPUT ProfitSummaryFile.
    MOVE SPACES TO ProfitSummaryLine.
    STRING 'Dimension,Key,Loans,Balance,Interest Income,Funding Cost,'
        'Net Interest Margin %,Fee Income,Provision,Servicing Cost,'
        'Net Profit'
        DELIMITED BY SIZE INTO ProfitSummaryLine.
    WRITE ProfitSummaryLine.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-RollCount
        MOVE ZERO TO WS-RollNIM
        IF WS-RollBalance(WS-Idx) > ZERO
            COMPUTE WS-RollNIM ROUNDED =
                (WS-RollInterest(WS-Idx) - WS-RollFunding(WS-Idx))
                * 12 * 100 / WS-RollBalance(WS-Idx)
        END-IF
        MOVE WS-RollLoans(WS-Idx) TO WS-CsvLoans
        MOVE WS-RollBalance(WS-Idx) TO WS-CsvBalance
        MOVE WS-RollInterest(WS-Idx) TO WS-CsvInterest
        MOVE WS-RollFunding(WS-Idx) TO WS-CsvFunding
        MOVE WS-RollNIM TO WS-CsvNIM
        MOVE WS-RollFees(WS-Idx) TO WS-CsvFees
        MOVE WS-RollProvision(WS-Idx) TO WS-CsvProvision
        MOVE WS-RollServicing(WS-Idx) TO WS-CsvServicing
        MOVE WS-RollNet(WS-Idx) TO WS-CsvNet
        MOVE SPACES TO ProfitSummaryLine
        STRING WS-RollDim(WS-Idx) DELIMITED BY SPACE
            ',' WS-RollKey(WS-Idx) ','
            WS-CsvLoans ','
            WS-CsvBalance ','
            WS-CsvInterest ','
            WS-CsvFunding ','
            WS-CsvNIM ','
            WS-CsvFees ','
            WS-CsvProvision ','
            WS-CsvServicing ','
            WS-CsvNet
            DELIMITED BY SIZE INTO ProfitSummaryLine
        WRITE ProfitSummaryLine
    END-PERFORM.
    CLOSE ProfitSummaryFile.
