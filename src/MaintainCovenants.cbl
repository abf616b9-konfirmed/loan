IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCovenants.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KNSEL.
    COPY FSSEL.
    COPY KTSEL.
    COPY LNSEL.
    COPY NTSEL.

DATA DIVISION.
FILE SECTION.
FD  CovenantFile.
    COPY KNREC.

FD  FinStatementFile.
    COPY FSREC.

FD  CovenantTestFile.
    COPY KTREC.

FD  LoanFile.
    COPY LNREC.

FD  LoanNoteFile.
    COPY NTREC.

WORKING-STORAGE SECTION.
01 WS-CovenantFileStatus  PIC X(02).
01 WS-FinStatementStatus  PIC X(02).
01 WS-CovenantTestStatus  PIC X(02).
01 WS-LoanFileStatus      PIC X(02).
01 WS-LoanNoteFileStatus  PIC X(02).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-DateValid           PIC X VALUE 'Y'.
01 WS-LoanFound           PIC X VALUE 'N'.
01 WS-CovenantEOF         PIC X VALUE 'N'.
01 WS-TestEOF             PIC X VALUE 'N'.
01 WS-NextCovenantID      PIC 9(6) VALUE ZERO.
01 WS-LookupLoanID        PIC 9(7).
01 WS-CovenantsShown      PIC 9(5) VALUE ZERO.
01 WS-CovenantsTested     PIC 9(5) VALUE ZERO.
01 WS-ActualValue         PIC 9(11)V99 VALUE ZERO.
01 WS-StatementDueDate    PIC 9(8).
01 WS-GraceDelta          PIC S9(6).
01 WS-PeriodMonths        PIC 9(4).
01 WS-MonthsToNext        PIC 9(4).
01 WS-MonthStart          PIC 9(8).
01 WS-FollowingStart      PIC 9(8).
01 WS-MinusOneDay         PIC S9(6) VALUE -1.
01 WS-TestResult          PIC X(06).
01 WS-TicklerDate         PIC 9(8) VALUE ZERO.
01 WS-TicklerItems        PIC 9(7) VALUE ZERO.

*> days after a period end the borrower has to deliver its
*> statements, unless the loan agreement sets its own
01 WS-MonthlyGraceDays    PIC 9(3) VALUE 30.
01 WS-QuarterlyGraceDays  PIC 9(3) VALUE 45.
01 WS-AnnualGraceDays     PIC 9(3) VALUE 120.
*> ratio shown when the divisor of a test is zero: no debt service
*> is fully covered, and leverage on no cash flow cannot be met
01 WS-UnboundedRatio      PIC 9(11)V99 VALUE 9999.99.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> financial covenants from commercial loan agreements. Each covenant
*> is tested on the statements of its own frequency: minimum debt
*> service coverage (cash flow over debt service), maximum leverage
*> (total debt over cash flow) and minimum liquidity (liquid assets).
*> Entering a statement tests every active covenant of that frequency
*> on the loan, logs pass or breach, and moves the next statement owed
*> on to the following period. A breach posts a COVN note to the loan
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-COVENANT-FILE.

    DISPLAY '--- Loan Covenants ---'.
    DISPLAY '1. Add Covenant'.
    DISPLAY '2. Enter Financial Statement'.
    DISPLAY '3. Grant Waiver of a Breach'.
    DISPLAY '4. Release Covenant'.
    DISPLAY '5. Display Covenants for a Loan'.
    DISPLAY '6. Covenant Tickler Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM ADD-COVENANT
        WHEN 2
            PERFORM ENTER-FINANCIAL-STATEMENT
        WHEN 3
            PERFORM GRANT-WAIVER
        WHEN 4
            PERFORM RELEASE-COVENANT
        WHEN 5
            PERFORM DISPLAY-COVENANTS
        WHEN 6
            CLOSE CovenantFile
            CALL 'ReportCovenantTickler' USING WS-TicklerDate
                WS-TicklerItems
            PERFORM OPEN-COVENANT-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE CovenantFile.
    GOBACK.

ADD-COVENANT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    PERFORM UNTIL WS-LookupLoanID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Loan ID: '
        ACCEPT WS-LookupLoanID
    END-PERFORM.
    PERFORM LOOKUP-LOAN.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found or not active. Covenant not added.'
    ELSE
        PERFORM FIND-NEXT-COVENANT-ID
        MOVE WS-NextCovenantID TO CovenantID
        MOVE WS-LookupLoanID TO CovenantLoanID
        DISPLAY 'Enter Covenant Type (DSCR minimum debt service coverage,'
        DISPLAY 'LEVG maximum leverage, LIQD minimum liquidity): '
        ACCEPT CovenantType
        PERFORM UNTIL CovenantTypeValid
            DISPLAY 'Invalid input. Enter DSCR, LEVG or LIQD: '
            ACCEPT CovenantType
        END-PERFORM
        IF CovenantMinLiquidity
            DISPLAY 'Enter Minimum Liquid Assets (amount): '
        ELSE
            DISPLAY 'Enter Threshold Ratio (e.g., 1.25): '
        END-IF
        ACCEPT CovenantThreshold
        PERFORM UNTIL CovenantThreshold NUMERIC
                AND CovenantThreshold > ZERO
            DISPLAY 'Invalid input. Enter a numeric Threshold greater'
            DISPLAY 'than zero: '
            ACCEPT CovenantThreshold
        END-PERFORM
        DISPLAY 'Enter Test Frequency (M monthly, Q quarterly, A annual): '
        ACCEPT CovenantFrequency
        PERFORM UNTIL CovenantFrequencyValid
            DISPLAY 'Invalid input. Enter M, Q or A: '
            ACCEPT CovenantFrequency
        END-PERFORM
        DISPLAY 'Enter First Period End to be reported (YYYYMMDD): '
        ACCEPT CovenantNextPeriodEnd
        PERFORM VALIDATE-NEXT-PERIOD-END
        PERFORM UNTIL WS-DateValid = 'Y'
            DISPLAY 'Invalid input. Enter a valid Period End (YYYYMMDD): '
            ACCEPT CovenantNextPeriodEnd
            PERFORM VALIDATE-NEXT-PERIOD-END
        END-PERFORM
        DISPLAY 'Enter Days Allowed to Deliver Statements (0 for the'
        DISPLAY 'standard for the frequency): '
        ACCEPT CovenantGraceDays
        PERFORM UNTIL CovenantGraceDays NUMERIC
            DISPLAY 'Invalid input. Enter numeric Days: '
            ACCEPT CovenantGraceDays
        END-PERFORM
        IF CovenantGraceDays = ZERO
            EVALUATE TRUE
                WHEN CovenantMonthly
                    MOVE WS-MonthlyGraceDays TO CovenantGraceDays
                WHEN CovenantQuarterly
                    MOVE WS-QuarterlyGraceDays TO CovenantGraceDays
                WHEN OTHER
                    MOVE WS-AnnualGraceDays TO CovenantGraceDays
            END-EVALUATE
        END-IF
        SET CovenantActive TO TRUE
        MOVE LS-UserID TO CovenantEnteredBy
        MOVE WS-TodayDate TO CovenantEnteredDate
        MOVE ZERO TO CovenantLastPeriodEnd
        MOVE ZERO TO CovenantLastTestDate
        MOVE ZERO TO CovenantLastActual
        SET CovenantNotTested TO TRUE
        MOVE ZERO TO CovenantWaiverPeriodEnd
        MOVE ZERO TO CovenantWaiverDate
        MOVE SPACES TO CovenantWaiverBy
        MOVE SPACES TO CovenantWaiverReason
        WRITE CovenantRecord
            INVALID KEY
                DISPLAY 'Covenant ID already exists. Not recorded.'
            NOT INVALID KEY
                PERFORM COMPUTE-STATEMENT-DUE-DATE
                DISPLAY 'Covenant added as Covenant ID ' CovenantID
                DISPLAY 'First statements due ' WS-StatementDueDate '.'
        END-WRITE
    END-IF.

VALIDATE-NEXT-PERIOD-END.
    MOVE 'N' TO WS-DateValid.
    IF CovenantNextPeriodEnd NUMERIC
        CALL 'ValidateDate' USING CovenantNextPeriodEnd WS-DateValid
    END-IF.

*> the statement is filed whether or not a covenant of its frequency
*> is on the loan, so the file holds everything the borrower sent
ENTER-FINANCIAL-STATEMENT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    PERFORM UNTIL WS-LookupLoanID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Loan ID: '
        ACCEPT WS-LookupLoanID
    END-PERFORM.
    PERFORM LOOKUP-LOAN.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found or not active. Statement not entered.'
    ELSE
        MOVE WS-LookupLoanID TO StmtLoanID
        PERFORM ACCEPT-STATEMENT-FIGURES
        MOVE WS-TodayDate TO StmtReceivedDate
        MOVE LS-UserID TO StmtEnteredBy
        OPEN EXTEND FinStatementFile
        IF WS-FinStatementStatus = '35'
            OPEN OUTPUT FinStatementFile
            CLOSE FinStatementFile
            OPEN EXTEND FinStatementFile
        END-IF
        WRITE FinancialStatementRecord
        CLOSE FinStatementFile
        DISPLAY 'Statement for period ending ' StmtPeriodEnd ' filed.'
        PERFORM TEST-LOAN-COVENANTS
        IF WS-CovenantsTested = ZERO
            DISPLAY 'No active covenants of this frequency on the loan;'
            DISPLAY 'nothing was tested.'
        END-IF
    END-IF.

ACCEPT-STATEMENT-FIGURES.
    DISPLAY 'Enter Statement Frequency (M monthly, Q quarterly, A annual): '.
    ACCEPT StmtFrequency.
    PERFORM UNTIL StmtFrequencyValid
        DISPLAY 'Invalid input. Enter M, Q or A: '
        ACCEPT StmtFrequency
    END-PERFORM.
    DISPLAY 'Enter Period End Date (YYYYMMDD): '.
    ACCEPT StmtPeriodEnd.
    PERFORM VALIDATE-STATEMENT-PERIOD-END.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Period End not after'
        DISPLAY 'today (YYYYMMDD): '
        ACCEPT StmtPeriodEnd
        PERFORM VALIDATE-STATEMENT-PERIOD-END
    END-PERFORM.
    DISPLAY 'Enter Cash Flow Available for Debt Service (EBITDA,'.
    DISPLAY '0 if negative): '.
    ACCEPT StmtCashFlow.
    PERFORM UNTIL StmtCashFlow NUMERIC
        DISPLAY 'Invalid input. Enter numeric Cash Flow: '
        ACCEPT StmtCashFlow
    END-PERFORM.
    DISPLAY 'Enter Debt Service for the Period (principal and interest): '.
    ACCEPT StmtDebtService.
    PERFORM UNTIL StmtDebtService NUMERIC
        DISPLAY 'Invalid input. Enter numeric Debt Service: '
        ACCEPT StmtDebtService
    END-PERFORM.
    DISPLAY 'Enter Total Funded Debt: '.
    ACCEPT StmtTotalDebt.
    PERFORM UNTIL StmtTotalDebt NUMERIC
        DISPLAY 'Invalid input. Enter numeric Total Debt: '
        ACCEPT StmtTotalDebt
    END-PERFORM.
    DISPLAY 'Enter Liquid Assets (cash and marketable securities): '.
    ACCEPT StmtLiquidAssets.
    PERFORM UNTIL StmtLiquidAssets NUMERIC
        DISPLAY 'Invalid input. Enter numeric Liquid Assets: '
        ACCEPT StmtLiquidAssets
    END-PERFORM.

VALIDATE-STATEMENT-PERIOD-END.
    MOVE 'N' TO WS-DateValid.
    IF StmtPeriodEnd NUMERIC
        CALL 'ValidateDate' USING StmtPeriodEnd WS-DateValid
        IF StmtPeriodEnd > WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

TEST-LOAN-COVENANTS.
    MOVE ZERO TO WS-CovenantsTested.
    MOVE 'N' TO WS-CovenantEOF.
    MOVE WS-LookupLoanID TO CovenantLoanID.
    START CovenantFile KEY IS EQUAL TO CovenantLoanID
        INVALID KEY
            MOVE 'Y' TO WS-CovenantEOF
    END-START.
    PERFORM UNTIL WS-CovenantEOF = 'Y'
        READ CovenantFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CovenantEOF
            NOT AT END
                IF CovenantLoanID = WS-LookupLoanID
                    IF CovenantActive
                            AND CovenantFrequency = StmtFrequency
                        PERFORM TEST-ONE-COVENANT
                        ADD 1 TO WS-CovenantsTested
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-CovenantEOF
                END-IF
    END-PERFORM.

TEST-ONE-COVENANT.
    EVALUATE TRUE
        WHEN CovenantMinDscr
            IF StmtDebtService > ZERO
                COMPUTE WS-ActualValue ROUNDED =
                    StmtCashFlow / StmtDebtService
            ELSE
                MOVE WS-UnboundedRatio TO WS-ActualValue
            END-IF
        WHEN CovenantMaxLeverage
            EVALUATE TRUE
                WHEN StmtTotalDebt = ZERO
                    MOVE ZERO TO WS-ActualValue
                WHEN StmtCashFlow > ZERO
                    COMPUTE WS-ActualValue ROUNDED =
                        StmtTotalDebt / StmtCashFlow
                WHEN OTHER
                    MOVE WS-UnboundedRatio TO WS-ActualValue
            END-EVALUATE
        WHEN OTHER
            MOVE StmtLiquidAssets TO WS-ActualValue
    END-EVALUATE.
    MOVE 'PASS' TO WS-TestResult.
    IF CovenantMaxLeverage
        IF WS-ActualValue > CovenantThreshold
            MOVE 'BREACH' TO WS-TestResult
        END-IF
    ELSE
        IF WS-ActualValue < CovenantThreshold
            MOVE 'BREACH' TO WS-TestResult
        END-IF
    END-IF.
*> a restated or late statement for an earlier period is logged but
*> does not replace the result of a later period already tested
    IF StmtPeriodEnd NOT LESS THAN CovenantLastPeriodEnd
        MOVE WS-TestResult TO CovenantLastResult
        MOVE StmtPeriodEnd TO CovenantLastPeriodEnd
        MOVE WS-TodayDate TO CovenantLastTestDate
        MOVE WS-ActualValue TO CovenantLastActual
    END-IF.
    PERFORM ROLL-NEXT-PERIOD-END
        UNTIL CovenantNextPeriodEnd > StmtPeriodEnd.
    REWRITE CovenantRecord.
    PERFORM WRITE-TEST-RECORD.
    DISPLAY 'Covenant ' CovenantID ' ' CovenantType ' threshold '
        CovenantThreshold ' actual ' WS-ActualValue ': '
        WS-TestResult.
    IF WS-TestResult = 'BREACH'
        MOVE SPACES TO NoteText
        STRING 'COVENANT ' CovenantID ' ' CovenantType ' BREACH PERIOD '
            StmtPeriodEnd DELIMITED BY SIZE INTO NoteText
        PERFORM WRITE-COVENANT-NOTE
    END-IF.

*> period ends are kept at month-end: step to the first of the month,
*> forward the covenant's months plus one, and back a day
ROLL-NEXT-PERIOD-END.
    EVALUATE TRUE
        WHEN CovenantMonthly
            MOVE 1 TO WS-PeriodMonths
        WHEN CovenantQuarterly
            MOVE 3 TO WS-PeriodMonths
        WHEN OTHER
            MOVE 12 TO WS-PeriodMonths
    END-EVALUATE.
    COMPUTE WS-MonthStart = (CovenantNextPeriodEnd / 100) * 100 + 1.
    COMPUTE WS-MonthsToNext = WS-PeriodMonths + 1.
    CALL 'AddMonthsToDate' USING WS-MonthStart WS-MonthsToNext
        WS-FollowingStart.
    CALL 'AdjustDateByDays' USING WS-FollowingStart WS-MinusOneDay
        CovenantNextPeriodEnd.

WRITE-TEST-RECORD.
    MOVE CovenantID TO TestCovenantID.
    MOVE CovenantLoanID TO TestLoanID.
    MOVE StmtPeriodEnd TO TestPeriodEnd.
    MOVE WS-TodayDate TO TestDate.
    MOVE CovenantType TO TestCovenantType.
    MOVE CovenantThreshold TO TestThreshold.
    MOVE WS-ActualValue TO TestActual.
    MOVE WS-TestResult TO TestResult.
    MOVE LS-UserID TO TestUserID.
    OPEN EXTEND CovenantTestFile.
    IF WS-CovenantTestStatus = '35'
        OPEN OUTPUT CovenantTestFile
        CLOSE CovenantTestFile
        OPEN EXTEND CovenantTestFile
    END-IF.
    WRITE CovenantTestRecord.
    CLOSE CovenantTestFile.

*> a waiver covers the breach of the period last tested; a later
*> breach needs a waiver of its own
GRANT-WAIVER.
    DISPLAY 'Enter Covenant ID: '.
    ACCEPT CovenantID.
    READ CovenantFile
        INVALID KEY
            DISPLAY 'Covenant not found.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT CovenantBreached
                    DISPLAY 'Covenant is not in breach. Nothing to waive.'
                WHEN CovenantWaiverPeriodEnd = CovenantLastPeriodEnd
                    DISPLAY 'The breach for period ' CovenantLastPeriodEnd
                        ' was already waived on ' CovenantWaiverDate '.'
                WHEN OTHER
                    DISPLAY 'Enter Waiver Reason: '
                    ACCEPT CovenantWaiverReason
                    PERFORM UNTIL CovenantWaiverReason NOT = SPACES
                        DISPLAY 'Waiver Reason cannot be blank: '
                        ACCEPT CovenantWaiverReason
                    END-PERFORM
                    MOVE CovenantLastPeriodEnd TO CovenantWaiverPeriodEnd
                    MOVE WS-TodayDate TO CovenantWaiverDate
                    MOVE LS-UserID TO CovenantWaiverBy
                    REWRITE CovenantRecord
                    MOVE SPACES TO NoteText
                    STRING 'COVENANT ' CovenantID ' BREACH WAIVED PERIOD '
                        CovenantWaiverPeriodEnd DELIMITED BY SIZE
                        INTO NoteText
                    PERFORM WRITE-COVENANT-NOTE
                    DISPLAY 'Breach for period ' CovenantWaiverPeriodEnd
                        ' waived.'
            END-EVALUATE
    END-READ.

RELEASE-COVENANT.
    DISPLAY 'Enter Covenant ID: '.
    ACCEPT CovenantID.
    READ CovenantFile
        INVALID KEY
            DISPLAY 'Covenant not found.'
        NOT INVALID KEY
            IF CovenantReleased
                DISPLAY 'Covenant is already released.'
            ELSE
                SET CovenantReleased TO TRUE
                REWRITE CovenantRecord
                DISPLAY 'Covenant ' CovenantID ' released; no further'
                DISPLAY 'statements will be tracked for it.'
            END-IF
    END-READ.

DISPLAY-COVENANTS.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE ZERO TO WS-CovenantsShown.
    MOVE 'N' TO WS-CovenantEOF.
    MOVE WS-LookupLoanID TO CovenantLoanID.
    START CovenantFile KEY IS EQUAL TO CovenantLoanID
        INVALID KEY
            MOVE 'Y' TO WS-CovenantEOF
    END-START.
    PERFORM UNTIL WS-CovenantEOF = 'Y'
        READ CovenantFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CovenantEOF
            NOT AT END
                IF CovenantLoanID = WS-LookupLoanID
                    PERFORM DISPLAY-ONE-COVENANT
                    ADD 1 TO WS-CovenantsShown
                ELSE
                    MOVE 'Y' TO WS-CovenantEOF
                END-IF
    END-PERFORM.
    IF WS-CovenantsShown = ZERO
        DISPLAY 'No covenants on file for this Loan ID.'
    ELSE
        PERFORM DISPLAY-TEST-HISTORY
    END-IF.

DISPLAY-ONE-COVENANT.
    PERFORM COMPUTE-STATEMENT-DUE-DATE.
    DISPLAY 'Covenant ' CovenantID ' [' CovenantStatus '] '
        CovenantType ' threshold ' CovenantThreshold
        ' frequency ' CovenantFrequency.
    DISPLAY '  Next period end ' CovenantNextPeriodEnd
        ' statements due ' WS-StatementDueDate.
    IF CovenantNotTested
        DISPLAY '  Not yet tested.'
    ELSE
        DISPLAY '  Last tested ' CovenantLastTestDate ' period '
            CovenantLastPeriodEnd ' actual ' CovenantLastActual ': '
            CovenantLastResult
    END-IF.
    IF CovenantBreached
        IF CovenantWaiverPeriodEnd = CovenantLastPeriodEnd
            DISPLAY '  Waived ' CovenantWaiverDate ' by '
                CovenantWaiverBy ': ' CovenantWaiverReason
        ELSE
            DISPLAY '  *** IN BREACH - NOT WAIVED ***'
        END-IF
    END-IF.

DISPLAY-TEST-HISTORY.
    MOVE 'N' TO WS-TestEOF.
    OPEN INPUT CovenantTestFile.
    IF WS-CovenantTestStatus = '00'
        DISPLAY 'Test history:'
        PERFORM UNTIL WS-TestEOF = 'Y'
            READ CovenantTestFile
                AT END
                    MOVE 'Y' TO WS-TestEOF
                NOT AT END
                    IF TestLoanID = WS-LookupLoanID
                        DISPLAY '  ' TestDate ' covenant ' TestCovenantID
                            ' ' TestCovenantType ' period ' TestPeriodEnd
                            ' actual ' TestActual ' ' TestResult
                    END-IF
        END-PERFORM
        CLOSE CovenantTestFile
    END-IF.

COMPUTE-STATEMENT-DUE-DATE.
    MOVE CovenantGraceDays TO WS-GraceDelta.
    CALL 'AdjustDateByDays' USING CovenantNextPeriodEnd WS-GraceDelta
        WS-StatementDueDate.

WRITE-COVENANT-NOTE.
    MOVE CovenantLoanID TO NoteLoanID.
    MOVE WS-TodayDate TO NoteDate.
    ACCEPT NoteTime FROM TIME.
    MOVE LS-UserID TO NoteUserID.
    SET NoteCategoryCovenant TO TRUE.
    OPEN EXTEND LoanNoteFile.
    IF WS-LoanNoteFileStatus = '35'
        OPEN OUTPUT LoanNoteFile
        CLOSE LoanNoteFile
        OPEN EXTEND LoanNoteFile
    END-IF.
    WRITE LoanNoteRecord.
    CLOSE LoanNoteFile.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
    MOVE WS-LookupLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LoanStatusActive
                MOVE 'Y' TO WS-LoanFound
            END-IF
    END-READ.
    CLOSE LoanFile.

FIND-NEXT-COVENANT-ID.
    MOVE ZERO TO WS-NextCovenantID.
    MOVE 'N' TO WS-CovenantEOF.
    MOVE ZERO TO CovenantID.
    START CovenantFile KEY IS NOT LESS THAN CovenantID
        INVALID KEY
            MOVE 'Y' TO WS-CovenantEOF
    END-START.
    PERFORM UNTIL WS-CovenantEOF = 'Y'
        READ CovenantFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CovenantEOF
            NOT AT END
                IF CovenantID NOT LESS THAN WS-NextCovenantID
                    MOVE CovenantID TO WS-NextCovenantID
                END-IF
    END-PERFORM.
    ADD 1 TO WS-NextCovenantID.

OPEN-COVENANT-FILE.
    OPEN I-O CovenantFile.
    IF WS-CovenantFileStatus = '35'
        OPEN OUTPUT CovenantFile
        CLOSE CovenantFile
        OPEN I-O CovenantFile
    END-IF.
