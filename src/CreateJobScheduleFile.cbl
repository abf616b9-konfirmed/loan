IDENTIFICATION DIVISION.
PROGRAM-ID. CreateJobScheduleFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY JSSEL.

DATA DIVISION.
FILE SECTION.
FD  JobScheduleFile.
    COPY JSREC.

WORKING-STORAGE SECTION.
01 WS-End-Flag          PIC X VALUE 'N'.
01 WS-StepNameEntry     PIC X(20).
01 WS-JobScheduleStatus PIC X(02).
01 WS-DateValid         PIC X VALUE 'N'.

*> one line per periodic program the nightly batch runs on its own
*> calendar rule. Step names the batch knows: MONTH-END-CLOSE,
*> CREDIT-BUREAU, QUARTERLY-EXTRACT, YEAR-END-STATEMENTS,
*> ARCHIVE-CLOSED, ACCESS-RECERT, LOAN-PROFITABILITY,
*> OFFICER-COMMISSION, DEALER-SCORECARD (these three run on MEND, as
*> they report the month of their due date), COMPLAINT-TRENDS (QEND
*> or QBUS, reporting the quarter just ended), GRADE-MIGRATION (QBUS,
*> as it snapshots grades once the quarter has ended), CIP-EXCEPTIONS,
*> COVENANT-TICKLER, STALE-CHECKS, CONDITIONS-PIPELINE,
*> FORECLOSURE-TARGETS, AGENCY-PERFORMANCE, TIME-BAR-WATCH and
*> MATURITY-TICKLER (MEND or MBUS, as of the due date), PRIVACY-NOTICE
*> and PMI-DISCLOSURE (YBUS, the annual privacy and PMI mailings),
*> DEFERRED-FEES (MEND, a month's amortization of deferred loan fees
*> and costs through the due date), INSIDER-LENDING (QEND or QBUS, the
*> board's insider lending report for the quarter just ended),
*> ANCILLARY-REMIT (MEND, the month's carrier remittance for GAP,
*> credit life and debt cancellation, with the cancellation report),
*> AUTOPAY-DISCOUNT (MEND or MBUS, the loans on an autopay rate
*> discount and the interest given up, as of the due date).
*> Rules:
*> MEND last business day of the month, MBUS Nth business day of the
*> month, QEND last business day of the quarter, QBUS Nth business day
*> after quarter-end, YBUS Nth business day of January
PROCEDURE DIVISION.
    OPEN OUTPUT JobScheduleFile.

    PERFORM UNTIL WS-End-Flag = 'Y'
        DISPLAY 'Enter Job Step Name (or type END to finish): '
        ACCEPT WS-StepNameEntry
        IF WS-StepNameEntry = 'END' OR WS-StepNameEntry = 'end'
            MOVE 'Y' TO WS-End-Flag
        ELSE
            MOVE WS-StepNameEntry TO JobStepName
            DISPLAY 'Enter Rule (MEND/MBUS/QEND/QBUS/YBUS): '
            ACCEPT JobRule
            PERFORM UNTIL JobRuleMonthEnd OR JobRuleMonthDay
                    OR JobRuleQuarterEnd OR JobRuleQuarterDay
                    OR JobRuleYearDay
                DISPLAY 'Invalid input. Enter MEND, MBUS, QEND, QBUS or YBUS: '
                ACCEPT JobRule
            END-PERFORM
            IF JobRuleMonthEnd OR JobRuleQuarterEnd
                MOVE ZERO TO JobBusinessDayNo
            ELSE
                DISPLAY 'Enter Business Day Number (1-20): '
                ACCEPT JobBusinessDayNo
                PERFORM UNTIL JobBusinessDayNo NUMERIC
                        AND JobBusinessDayNo > ZERO
                        AND JobBusinessDayNo NOT GREATER THAN 20
                    DISPLAY 'Invalid input. Enter a number from 1 to 20: '
                    ACCEPT JobBusinessDayNo
                END-PERFORM
            END-IF
            DISPLAY 'Run late when a due night is missed? (Y/N): '
            ACCEPT JobCatchUpFlag
            PERFORM UNTIL JobCatchUp OR JobNoCatchUp
                DISPLAY 'Invalid input. Enter Y or N: '
                ACCEPT JobCatchUpFlag
            END-PERFORM
            DISPLAY 'Enter Effective Date (YYYYMMDD): '
            ACCEPT JobEffectiveDate
            PERFORM VALIDATE-EFFECTIVE-DATE
            PERFORM UNTIL WS-DateValid = 'Y'
                DISPLAY 'Invalid input. Enter a valid Effective Date (YYYYMMDD): '
                ACCEPT JobEffectiveDate
                PERFORM VALIDATE-EFFECTIVE-DATE
            END-PERFORM
            WRITE JobScheduleRecord
        END-IF
    END-PERFORM.

    CLOSE JobScheduleFile.
    STOP RUN.

VALIDATE-EFFECTIVE-DATE.
    MOVE 'N' TO WS-DateValid.
    IF JobEffectiveDate NUMERIC
        CALL 'ValidateDate' USING JobEffectiveDate WS-DateValid
    END-IF.
