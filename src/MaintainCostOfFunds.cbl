IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCostOfFunds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CFSEL.

DATA DIVISION.
FILE SECTION.
FD  CostOfFundsFile.
    COPY CFREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-CostOfFundsStatus  PIC X(02).
01 WS-Choice             PIC 9.
01 WS-DateValid          PIC X VALUE 'Y'.
01 WS-PointsShown        PIC 9(5) VALUE ZERO.
01 WS-LookupTerm         PIC 9(3).
01 WS-LookupDate         PIC 9(8).
01 WS-FundingRate        PIC 9(2)V99.
01 WS-RateFound          PIC X(01).
01 WS-ProfitDate         PIC 9(8) VALUE ZERO.
01 WS-LoansReported      PIC 9(7) VALUE ZERO.

*> the cost-of-funds curve: the bank's funding rate for each term,
*> posted by effective date so a new curve is entered ahead of time
*> and the curve on any earlier date can still be found. Loan
*> profitability charges each loan the rate of its matched term
PROCEDURE DIVISION.
    DISPLAY '--- Cost of Funds and Loan Profitability ---'.
    DISPLAY '1. Post Cost-of-Funds Rate'.
    DISPLAY '2. Display Cost-of-Funds Postings'.
    DISPLAY '3. Matched-Term Funding Rate Lookup'.
    DISPLAY '4. Run Loan Profitability'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM POST-FUNDING-RATE
        WHEN 2
            PERFORM DISPLAY-FUNDING-RATES
        WHEN 3
            PERFORM LOOKUP-FUNDING-RATE
        WHEN 4
            MOVE ZERO TO WS-ProfitDate
            CALL 'ReportLoanProfitability' USING WS-ProfitDate
                WS-LoansReported
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

POST-FUNDING-RATE.
    DISPLAY 'Enter Term in Months (e.g., 12, 36, 60): '.
    ACCEPT CFTermMonths.
    PERFORM UNTIL CFTermMonths NUMERIC AND CFTermMonths > ZERO
        DISPLAY 'Invalid input. Enter a numeric Term in Months: '
        ACCEPT CFTermMonths
    END-PERFORM.

    DISPLAY 'Enter Funding Rate (e.g., 4.25): '.
    ACCEPT CFRate.
    PERFORM UNTIL CFRate NUMERIC
        DISPLAY 'Invalid input. Enter numeric Funding Rate: '
        ACCEPT CFRate
    END-PERFORM.

    DISPLAY 'Enter Effective Date (YYYYMMDD): '.
    ACCEPT CFEffectiveDate.
    PERFORM VALIDATE-EFFECTIVE-DATE.
    PERFORM UNTIL CFEffectiveDate NUMERIC AND WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Effective Date (YYYYMMDD): '
        ACCEPT CFEffectiveDate
        PERFORM VALIDATE-EFFECTIVE-DATE
    END-PERFORM.

    OPEN EXTEND CostOfFundsFile.
    IF WS-CostOfFundsStatus = '35'
        OPEN OUTPUT CostOfFundsFile
        CLOSE CostOfFundsFile
        OPEN EXTEND CostOfFundsFile
    END-IF.
    WRITE CostOfFundsRecord.
    CLOSE CostOfFundsFile.
    DISPLAY 'Funding rate posted for ' CFTermMonths ' months'
        ' effective ' CFEffectiveDate '.'.

VALIDATE-EFFECTIVE-DATE.
    MOVE 'N' TO WS-DateValid.
    IF CFEffectiveDate NUMERIC
        CALL 'ValidateDate' USING CFEffectiveDate WS-DateValid
    END-IF.

DISPLAY-FUNDING-RATES.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-PointsShown.
    OPEN INPUT CostOfFundsFile.
    IF WS-CostOfFundsStatus NOT = '00'
        DISPLAY 'No cost-of-funds rates on file.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ CostOfFundsFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    ADD 1 TO WS-PointsShown
                    DISPLAY CFTermMonths ' months  effective '
                        CFEffectiveDate '  rate ' CFRate
        END-PERFORM
        CLOSE CostOfFundsFile
        DISPLAY 'Postings on file: ' WS-PointsShown
    END-IF.

LOOKUP-FUNDING-RATE.
    DISPLAY 'Enter Term in Months: '.
    ACCEPT WS-LookupTerm.
    DISPLAY 'Enter As-Of Date (YYYYMMDD): '.
    ACCEPT WS-LookupDate.
    CALL 'GetCostOfFunds' USING WS-LookupTerm WS-LookupDate
        WS-FundingRate WS-RateFound.
    IF WS-RateFound = 'Y'
        DISPLAY 'Matched-term funding rate: ' WS-FundingRate
    ELSE
        DISPLAY 'No cost-of-funds curve in effect on ' WS-LookupDate '.'
    END-IF.
