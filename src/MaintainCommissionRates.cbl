IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCommissionRates.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CRSEL.

DATA DIVISION.
FILE SECTION.
FD  CommissionRateFile.
    COPY CRREC.

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-CommissionRateStatus  PIC X(02).
01 WS-Choice                PIC 9.
01 WS-DateValid             PIC X VALUE 'Y'.
01 WS-RatesShown            PIC 9(5) VALUE ZERO.
01 WS-PeriodDate            PIC 9(8) VALUE ZERO.
01 WS-OfficersPaid          PIC 9(7) VALUE ZERO.

*> officer commission rates by product and monthly volume tier. Each
*> posting is effective-dated; the tier floor is the month's funded
*> volume at which the rate starts. A blank product code is the rate
*> for every product without one of its own
PROCEDURE DIVISION.
    DISPLAY '--- Loan Officer Commissions ---'.
    DISPLAY '1. Post Commission Rate'.
    DISPLAY '2. Display Commission Rates'.
    DISPLAY '3. Calculate Commissions for a Month'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM POST-COMMISSION-RATE
        WHEN 2
            PERFORM DISPLAY-COMMISSION-RATES
        WHEN 3
            DISPLAY 'Enter any date in the month (YYYYMMDD, 0 for the'
            DISPLAY 'current month): '
            ACCEPT WS-PeriodDate
            PERFORM UNTIL WS-PeriodDate NUMERIC
                DISPLAY 'Invalid input. Enter a numeric date: '
                ACCEPT WS-PeriodDate
            END-PERFORM
            CALL 'CalculateOfficerCommissions' USING WS-PeriodDate
                WS-OfficersPaid
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

POST-COMMISSION-RATE.
    DISPLAY 'Enter Product Code (spaces for all products): '.
    ACCEPT CommRateProductCode.

    DISPLAY 'Enter Tier Floor (monthly funded volume, 0 for the first'.
    DISPLAY 'tier): '.
    ACCEPT CommRateTierFloor.
    PERFORM UNTIL CommRateTierFloor NUMERIC
        DISPLAY 'Invalid input. Enter numeric Tier Floor: '
        ACCEPT CommRateTierFloor
    END-PERFORM.

    DISPLAY 'Enter Commission Rate as a percent of the loan amount'.
    DISPLAY '(e.g., 0.500): '.
    ACCEPT CommRatePercent.
    PERFORM UNTIL CommRatePercent NUMERIC
        DISPLAY 'Invalid input. Enter numeric Commission Rate: '
        ACCEPT CommRatePercent
    END-PERFORM.

    DISPLAY 'Enter Origination Fee Credit Percent (e.g., 25.00): '.
    ACCEPT CommRateFeeCreditPct.
    PERFORM UNTIL CommRateFeeCreditPct NUMERIC
            AND CommRateFeeCreditPct NOT GREATER THAN 100
        DISPLAY 'Invalid input. Enter a percent from 0 to 100: '
        ACCEPT CommRateFeeCreditPct
    END-PERFORM.

    DISPLAY 'Enter Effective Date (YYYYMMDD): '.
    ACCEPT CommRateEffectiveDate.
    PERFORM VALIDATE-EFFECTIVE-DATE.
    PERFORM UNTIL CommRateEffectiveDate NUMERIC AND WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Effective Date (YYYYMMDD): '
        ACCEPT CommRateEffectiveDate
        PERFORM VALIDATE-EFFECTIVE-DATE
    END-PERFORM.

    OPEN EXTEND CommissionRateFile.
    IF WS-CommissionRateStatus = '35'
        OPEN OUTPUT CommissionRateFile
        CLOSE CommissionRateFile
        OPEN EXTEND CommissionRateFile
    END-IF.
    WRITE CommissionRateRecord.
    CLOSE CommissionRateFile.
    DISPLAY 'Commission rate posted effective ' CommRateEffectiveDate '.'.

VALIDATE-EFFECTIVE-DATE.
    MOVE 'N' TO WS-DateValid.
    IF CommRateEffectiveDate NUMERIC
        CALL 'ValidateDate' USING CommRateEffectiveDate WS-DateValid
    END-IF.

DISPLAY-COMMISSION-RATES.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-RatesShown.
    OPEN INPUT CommissionRateFile.
    IF WS-CommissionRateStatus NOT = '00'
        DISPLAY 'No commission rates on file.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ CommissionRateFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    ADD 1 TO WS-RatesShown
                    DISPLAY 'Product ' CommRateProductCode
                        ' tier from ' CommRateTierFloor
                        ' rate ' CommRatePercent '%'
                        ' fee credit ' CommRateFeeCreditPct '%'
                        ' effective ' CommRateEffectiveDate
        END-PERFORM
        CLOSE CommissionRateFile
        DISPLAY 'Rates on file: ' WS-RatesShown
    END-IF.
