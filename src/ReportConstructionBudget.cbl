IDENTIFICATION DIVISION.
PROGRAM-ID. ReportConstructionBudget.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CJSEL.
    COPY CBSEL.
    COPY LNSEL.
    SELECT BudgetReportFile ASSIGN TO WS-BudgetReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ConstructionProjectFile.
    COPY CJREC.

FD  ConstructionBudgetFile.
    COPY CBREC.

FD  LoanFile.
    COPY LNREC.

FD  BudgetReportFile.
01  BudgetReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ProjectEOF                PIC X VALUE 'N'.
01 WS-BudgetEOF                 PIC X VALUE 'N'.
01 WS-ConstructionProjectStatus PIC X(02).
01 WS-ConstructionBudgetStatus  PIC X(02).
01 WS-LoanFileStatus            PIC X(02).
01 WS-LoanFileOpen              PIC X VALUE 'N'.
01 WS-BudgetReportFileName      PIC X(40).
01 WS-RunDate                   PIC 9(8).
01 WS-BorrowerName              PIC X(30).
01 WS-CommitmentAmount          PIC 9(9)V99 VALUE ZERO.
01 WS-EarnedAmount              PIC 9(9)V99 VALUE ZERO.
01 WS-LineRemaining             PIC 9(9)V99 VALUE ZERO.
01 WS-LineRetainage             PIC 9(9)V99 VALUE ZERO.
01 WS-LineOverrun               PIC 9(9)V99 VALUE ZERO.
01 WS-TotalOriginal             PIC 9(11)V99 VALUE ZERO.
01 WS-TotalBudget               PIC 9(11)V99 VALUE ZERO.
01 WS-TotalDrawn                PIC 9(11)V99 VALUE ZERO.
01 WS-TotalRemaining            PIC 9(11)V99 VALUE ZERO.
01 WS-TotalRetainage            PIC 9(11)V99 VALUE ZERO.
01 WS-TotalOverrun              PIC 9(11)V99 VALUE ZERO.
01 WS-UndrawnCommitment         PIC 9(11)V99 VALUE ZERO.
01 WS-Shortfall                 PIC 9(11)V99 VALUE ZERO.
01 WS-OverrunProjects           PIC 9(7) VALUE ZERO.
01 WS-ProjectsReported          PIC 9(7) VALUE ZERO.
01 WS-AmountShown               PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-PercentShown              PIC ZZ9.99.

LINKAGE SECTION.
01 LS-LoanID                    PIC 9(7).
01 LS-ProjectsReported          PIC 9(7).

*> budget to actual for construction projects: for each budget line,
*> the original and current budget, amount drawn, funds remaining,
*> inspected percent complete, retainage held and any overrun of the
*> original budget. Each project closes with its totals against the
*> loan commitment; where the budget still to be drawn exceeds the
*> commitment still undrawn, the shortfall is the borrower's to fund.
*> A zero loan ID reports every project not yet complete
PROCEDURE DIVISION USING LS-LoanID LS-ProjectsReported.
    DISPLAY 'Building construction budget to actual report...'.
    MOVE ZERO TO LS-ProjectsReported.
    MOVE ZERO TO WS-ProjectsReported.
    MOVE ZERO TO WS-OverrunProjects.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT ConstructionProjectFile.
    IF WS-ConstructionProjectStatus NOT = '00'
        DISPLAY 'No construction projects on file. Nothing to report.'
        GOBACK
    END-IF.
    OPEN INPUT ConstructionBudgetFile.
    MOVE 'N' TO WS-LoanFileOpen.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE 'Y' TO WS-LoanFileOpen
    END-IF.

    MOVE SPACES TO WS-BudgetReportFileName.
    STRING 'construction-budget-' WS-RunDate '.dat'
        DELIMITED BY SIZE INTO WS-BudgetReportFileName.
    OPEN OUTPUT BudgetReportFile.
    MOVE SPACES TO BudgetReportLine.
    STRING '=== Construction Budget to Actual as of ' WS-RunDate ' ==='
        DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.

    MOVE 'N' TO WS-ProjectEOF.
    IF LS-LoanID NOT = ZERO
        MOVE LS-LoanID TO ProjectLoanID
        READ ConstructionProjectFile
            INVALID KEY
                DISPLAY 'No project on file for loan ' LS-LoanID '.'
            NOT INVALID KEY
                PERFORM REPORT-ONE-PROJECT
        END-READ
    ELSE
        PERFORM UNTIL WS-ProjectEOF = 'Y'
            READ ConstructionProjectFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ProjectEOF
                NOT AT END
                    IF ProjectInProgress
                        PERFORM REPORT-ONE-PROJECT
                    END-IF
        END-PERFORM
    END-IF.

    MOVE SPACES TO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE SPACES TO BudgetReportLine.
    STRING 'Projects reported: ' WS-ProjectsReported
        '  Over budget or out of balance: ' WS-OverrunProjects
        DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.
    CLOSE BudgetReportFile.
    CLOSE ConstructionBudgetFile.
    CLOSE ConstructionProjectFile.
    IF WS-LoanFileOpen = 'Y'
        CLOSE LoanFile
    END-IF.

    MOVE WS-ProjectsReported TO LS-ProjectsReported.
    DISPLAY 'Projects reported: ' WS-ProjectsReported.
    DISPLAY 'Report written to ' WS-BudgetReportFileName.
    GOBACK.

REPORT-ONE-PROJECT.
    PERFORM LOOKUP-LOAN.
    MOVE ZERO TO WS-TotalOriginal.
    MOVE ZERO TO WS-TotalBudget.
    MOVE ZERO TO WS-TotalDrawn.
    MOVE ZERO TO WS-TotalRemaining.
    MOVE ZERO TO WS-TotalRetainage.
    MOVE ZERO TO WS-TotalOverrun.
    ADD 1 TO WS-ProjectsReported.

    MOVE SPACES TO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE SPACES TO BudgetReportLine.
    STRING 'Loan ' ProjectLoanID ' ' WS-BorrowerName ' - '
        ProjectDescription DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE ProjectRetainagePct TO WS-PercentShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Status ' ProjectStatus '  Retainage ' WS-PercentShown
        '%  Last inspection ' ProjectLastInspectionDate
        DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE 'Ln Cat  Description                       Original      Budget       Drawn   Remaining    Pct   Retainage     Overrun'
        TO BudgetReportLine.
    WRITE BudgetReportLine.

    MOVE 'N' TO WS-BudgetEOF.
    MOVE ProjectLoanID TO BudgetLoanID.
    MOVE ZERO TO BudgetLineNo.
    START ConstructionBudgetFile KEY IS NOT LESS THAN BudgetKey
        INVALID KEY
            MOVE 'Y' TO WS-BudgetEOF
    END-START.
    PERFORM UNTIL WS-BudgetEOF = 'Y'
        READ ConstructionBudgetFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BudgetEOF
            NOT AT END
                IF BudgetLoanID = ProjectLoanID
                    PERFORM REPORT-ONE-LINE
                ELSE
                    MOVE 'Y' TO WS-BudgetEOF
                END-IF
    END-PERFORM.
    PERFORM WRITE-PROJECT-TOTALS.

*> retainage held is the share of inspected work not yet payable;
*> overrun is the current budget above the line's original amount
REPORT-ONE-LINE.
    COMPUTE WS-LineRemaining = BudgetAmount - BudgetDrawnAmount.
    IF ProjectComplete
        MOVE ZERO TO WS-LineRetainage
    ELSE
        COMPUTE WS-EarnedAmount ROUNDED =
            BudgetAmount * BudgetPercentComplete / 100
        COMPUTE WS-LineRetainage ROUNDED =
            WS-EarnedAmount * ProjectRetainagePct / 100
    END-IF.
    IF BudgetAmount > BudgetOriginalAmount
        COMPUTE WS-LineOverrun = BudgetAmount - BudgetOriginalAmount
    ELSE
        MOVE ZERO TO WS-LineOverrun
    END-IF.
    ADD BudgetOriginalAmount TO WS-TotalOriginal.
    ADD BudgetAmount TO WS-TotalBudget.
    ADD BudgetDrawnAmount TO WS-TotalDrawn.
    ADD WS-LineRemaining TO WS-TotalRemaining.
    ADD WS-LineRetainage TO WS-TotalRetainage.
    ADD WS-LineOverrun TO WS-TotalOverrun.
    MOVE BudgetPercentComplete TO WS-PercentShown.
    MOVE SPACES TO BudgetReportLine.
    STRING BudgetLineNo ' ' BudgetCategory ' ' BudgetDescription
        ' ' BudgetOriginalAmount ' ' BudgetAmount ' ' BudgetDrawnAmount
        ' ' WS-LineRemaining ' ' WS-PercentShown ' ' WS-LineRetainage
        ' ' WS-LineOverrun DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.

WRITE-PROJECT-TOTALS.
    MOVE WS-TotalOriginal TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Original budget: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE WS-TotalBudget TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Current budget: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE WS-TotalDrawn TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Drawn to date: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE WS-TotalRetainage TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Retainage held: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.

    IF WS-CommitmentAmount > WS-TotalDrawn
        COMPUTE WS-UndrawnCommitment =
            WS-CommitmentAmount - WS-TotalDrawn
    ELSE
        MOVE ZERO TO WS-UndrawnCommitment
    END-IF.
    IF WS-TotalRemaining > WS-UndrawnCommitment
        COMPUTE WS-Shortfall = WS-TotalRemaining - WS-UndrawnCommitment
    ELSE
        MOVE ZERO TO WS-Shortfall
    END-IF.
    MOVE WS-CommitmentAmount TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Loan commitment: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE WS-TotalRemaining TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Budget funds remaining: ' WS-AmountShown DELIMITED BY SIZE
        INTO BudgetReportLine.
    WRITE BudgetReportLine.
    MOVE WS-UndrawnCommitment TO WS-AmountShown.
    MOVE SPACES TO BudgetReportLine.
    STRING '  Commitment not yet drawn: ' WS-AmountShown
        DELIMITED BY SIZE INTO BudgetReportLine.
    WRITE BudgetReportLine.
    IF WS-TotalOverrun > ZERO
        MOVE WS-TotalOverrun TO WS-AmountShown
        MOVE SPACES TO BudgetReportLine
        STRING '  *** COST OVERRUN over original budget: ' WS-AmountShown
            DELIMITED BY SIZE INTO BudgetReportLine
        WRITE BudgetReportLine
    END-IF.
    IF WS-Shortfall > ZERO
        MOVE WS-Shortfall TO WS-AmountShown
        MOVE SPACES TO BudgetReportLine
        STRING '  *** OUT OF BALANCE - borrower to fund: ' WS-AmountShown
            DELIMITED BY SIZE INTO BudgetReportLine
        WRITE BudgetReportLine
    END-IF.
    IF WS-TotalOverrun > ZERO OR WS-Shortfall > ZERO
        ADD 1 TO WS-OverrunProjects
    END-IF.

LOOKUP-LOAN.
    MOVE SPACES TO WS-BorrowerName.
    MOVE ZERO TO WS-CommitmentAmount.
    IF WS-LoanFileOpen = 'Y'
        MOVE ProjectLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                MOVE 'LOAN NOT ON FILE' TO WS-BorrowerName
            NOT INVALID KEY
                MOVE BorrowerName OF LoanRecord TO WS-BorrowerName
                MOVE CreditLimit TO WS-CommitmentAmount
        END-READ
    END-IF.
