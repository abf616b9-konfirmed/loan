IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainConstructionLoans.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CJSEL.
    COPY CBSEL.
    COPY CISEL.
    COPY LNSEL.
    COPY PRSEL.

DATA DIVISION.
FILE SECTION.
FD  ConstructionProjectFile.
    COPY CJREC.

FD  ConstructionBudgetFile.
    COPY CBREC.

FD  InspectionFile.
    COPY CIREC.

FD  LoanFile.
    COPY LNREC.

FD  ProductFile.
    COPY PRREC.

WORKING-STORAGE SECTION.
01 WS-ConstructionProjectStatus PIC X(02).
01 WS-ConstructionBudgetStatus  PIC X(02).
01 WS-InspectionFileStatus      PIC X(02).
01 WS-LoanFileStatus            PIC X(02).
01 WS-ProductFileStatus         PIC X(02).
01 WS-Choice                    PIC 9.
01 WS-TodayDate                 PIC 9(8).
01 WS-LoanFound                 PIC X VALUE 'N'.
01 WS-BudgetEOF                 PIC X VALUE 'N'.
01 WS-EndOfLines                PIC X VALUE 'N'.
01 WS-LookupLoanID              PIC 9(7).
01 WS-LookupLineNo              PIC 9(2).
01 WS-NextLineNo                PIC 9(2) VALUE ZERO.
01 WS-CommitmentAmount          PIC 9(9)V99 VALUE ZERO.
01 WS-CategoryEntry             PIC X(04).
01 WS-NewAmount                 PIC 9(9)V99.
01 WS-NewPercent                PIC 9(3)V99.
01 WS-FinalEntry                PIC X(01).
01 WS-Inspector                 PIC X(30).
01 WS-LinesInspected            PIC 9(3) VALUE ZERO.
01 WS-EarnedAmount              PIC 9(9)V99 VALUE ZERO.
01 WS-EligibleAmount            PIC 9(9)V99 VALUE ZERO.
01 WS-LineAvailable             PIC 9(9)V99 VALUE ZERO.
01 WS-LineRetainage             PIC 9(9)V99 VALUE ZERO.
01 WS-TotalBudget               PIC 9(11)V99 VALUE ZERO.
01 WS-TotalDrawn                PIC 9(11)V99 VALUE ZERO.
01 WS-TotalAvailable            PIC 9(11)V99 VALUE ZERO.
01 WS-TotalRetainage            PIC 9(11)V99 VALUE ZERO.
01 WS-ReportLoanID              PIC 9(7) VALUE ZERO.
01 WS-ProjectsReported          PIC 9(7) VALUE ZERO.

*> share of each draw held back until final inspection, unless the
*> loan agreement sets its own
01 WS-DefaultRetainagePct       PIC 9(2)V99 VALUE 10.00.
*> highest retainage share the loan agreement may set
01 WS-MaxRetainagePct           PIC 9(2)V99 VALUE 25.00.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> construction loans: a line of credit drawn against a project
*> budget. Each budget line carries its budgeted amount, the amount
*> drawn and the percent complete from the latest inspection. A line
*> may be drawn up to its inspected percent complete of budget, less
*> the project's retainage share; the retainage is released when the
*> final inspection is recorded. Draws themselves are taken through
*> the line-of-credit disbursement, which applies these limits
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-CONSTRUCTION-FILES.

    DISPLAY '--- Construction Loans ---'.
    DISPLAY '1. Set Up Project Budget'.
    DISPLAY '2. Revise or Add Budget Line'.
    DISPLAY '3. Record Inspection'.
    DISPLAY '4. Display Project'.
    DISPLAY '5. Budget to Actual Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM SET-UP-PROJECT
        WHEN 2
            PERFORM REVISE-BUDGET-LINE
        WHEN 3
            PERFORM RECORD-INSPECTION
        WHEN 4
            PERFORM DISPLAY-PROJECT
        WHEN 5
            DISPLAY 'Enter Loan ID (0 for all open projects): '
            ACCEPT WS-ReportLoanID
            PERFORM UNTIL WS-ReportLoanID NUMERIC
                DISPLAY 'Invalid input. Enter numeric Loan ID: '
                ACCEPT WS-ReportLoanID
            END-PERFORM
            CLOSE ConstructionProjectFile
            CLOSE ConstructionBudgetFile
            CALL 'ReportConstructionBudget' USING WS-ReportLoanID
                WS-ProjectsReported
            PERFORM OPEN-CONSTRUCTION-FILES
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE ConstructionProjectFile.
    CLOSE ConstructionBudgetFile.
    GOBACK.

*> the loan must be an active line of credit with no project on file;
*> its credit limit is the commitment the budget is measured against
SET-UP-PROJECT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    PERFORM UNTIL WS-LookupLoanID NUMERIC
        DISPLAY 'Invalid input. Enter numeric Loan ID: '
        ACCEPT WS-LookupLoanID
    END-PERFORM.
    PERFORM LOOKUP-LOAN.
    IF WS-LoanFound = 'N'
        DISPLAY 'Loan not found, not active, or not a line of credit.'
        DISPLAY 'Project not set up.'
    ELSE
        MOVE WS-LookupLoanID TO ProjectLoanID
        READ ConstructionProjectFile
            INVALID KEY
                PERFORM ACCEPT-PROJECT-FIELDS
            NOT INVALID KEY
                DISPLAY 'A project is already on file for this loan.'
        END-READ
    END-IF.

ACCEPT-PROJECT-FIELDS.
    MOVE WS-LookupLoanID TO ProjectLoanID.
    DISPLAY 'Enter Project Description: '.
    ACCEPT ProjectDescription.
    PERFORM UNTIL ProjectDescription NOT = SPACES
        DISPLAY 'Invalid input. Description cannot be blank: '
        ACCEPT ProjectDescription
    END-PERFORM.
    DISPLAY 'Enter Retainage Percent (0 for the standard '
        WS-DefaultRetainagePct '): '.
    ACCEPT ProjectRetainagePct.
    PERFORM UNTIL ProjectRetainagePct NUMERIC
            AND ProjectRetainagePct NOT GREATER THAN WS-MaxRetainagePct
        DISPLAY 'Invalid input. Enter a Retainage Percent up to '
            WS-MaxRetainagePct ': '
        ACCEPT ProjectRetainagePct
    END-PERFORM.
    IF ProjectRetainagePct = ZERO
        MOVE WS-DefaultRetainagePct TO ProjectRetainagePct
    END-IF.
    SET ProjectInProgress TO TRUE.
    MOVE WS-TodayDate TO ProjectSetupDate.
    MOVE LS-UserID TO ProjectSetupBy.
    MOVE ZERO TO ProjectLastInspectionDate.
    MOVE ZERO TO ProjectFinalInspectionDate.
    MOVE ZERO TO ProjectRetainageReleased.
    WRITE ConstructionProjectRecord
        INVALID KEY
            DISPLAY 'Project already on file. Not set up.'
        NOT INVALID KEY
            PERFORM ACCEPT-BUDGET-LINES
            DISPLAY 'Project set up with ' WS-NextLineNo
                ' budget lines totalling ' WS-TotalBudget '.'
            IF WS-TotalBudget > WS-CommitmentAmount
                DISPLAY '*** Budget exceeds the loan commitment of '
                    WS-CommitmentAmount ' ***'
                DISPLAY 'The borrower must fund the difference.'
            END-IF
    END-WRITE.

ACCEPT-BUDGET-LINES.
    MOVE ZERO TO WS-NextLineNo.
    MOVE ZERO TO WS-TotalBudget.
    MOVE 'N' TO WS-EndOfLines.
    PERFORM UNTIL WS-EndOfLines = 'Y' OR WS-NextLineNo = 99
        DISPLAY 'Enter Line Category (SITE/FNDN/FRAM/ROOF/MECH/FINI/'
        DISPLAY 'SOFT/CONT/OTHR, or END to finish): '
        ACCEPT WS-CategoryEntry
        IF WS-CategoryEntry = 'END ' OR WS-CategoryEntry = 'end '
            IF WS-NextLineNo = ZERO
                DISPLAY 'A project needs at least one budget line.'
            ELSE
                MOVE 'Y' TO WS-EndOfLines
            END-IF
        ELSE
            MOVE WS-CategoryEntry TO BudgetCategory
            IF BudgetCategoryValid
                ADD 1 TO WS-NextLineNo
                PERFORM ADD-BUDGET-LINE
            ELSE
                DISPLAY 'Invalid input. Unknown category.'
            END-IF
        END-IF
    END-PERFORM.

ADD-BUDGET-LINE.
    MOVE WS-LookupLoanID TO BudgetLoanID.
    MOVE WS-NextLineNo TO BudgetLineNo.
    DISPLAY 'Enter Line Description: '.
    ACCEPT BudgetDescription.
    DISPLAY 'Enter Budgeted Amount: '.
    ACCEPT BudgetAmount.
    PERFORM UNTIL BudgetAmount NUMERIC AND BudgetAmount > ZERO
        DISPLAY 'Invalid input. Enter a Budgeted Amount above zero: '
        ACCEPT BudgetAmount
    END-PERFORM.
    MOVE BudgetAmount TO BudgetOriginalAmount.
    MOVE ZERO TO BudgetDrawnAmount.
    MOVE ZERO TO BudgetPercentComplete.
    MOVE ZERO TO BudgetInspectionDate.
    WRITE ConstructionBudgetRecord
        INVALID KEY
            DISPLAY 'Budget line already on file. Not added.'
        NOT INVALID KEY
            ADD BudgetAmount TO WS-TotalBudget
            DISPLAY 'Line ' BudgetLineNo ' added.'
    END-WRITE.

*> a change order: the line's budget moves but its original amount is
*> kept, so the report can show the overrun. A line cannot be cut
*> below what has already been drawn on it
REVISE-BUDGET-LINE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE WS-LookupLoanID TO ProjectLoanID.
    READ ConstructionProjectFile
        INVALID KEY
            DISPLAY 'No project on file for this loan.'
        NOT INVALID KEY
            IF ProjectComplete
                DISPLAY 'Project is complete. Budget cannot be revised.'
            ELSE
                DISPLAY 'Enter Line No (0 to add a new line): '
                ACCEPT WS-LookupLineNo
                IF WS-LookupLineNo = ZERO
                    PERFORM ADD-LINE-TO-PROJECT
                ELSE
                    PERFORM REVISE-ONE-LINE
                END-IF
                PERFORM TOTAL-PROJECT-BUDGET
                PERFORM LOOKUP-LOAN
                DISPLAY 'Project budget now ' WS-TotalBudget '.'
                IF WS-TotalBudget > WS-CommitmentAmount
                    DISPLAY '*** Budget exceeds the loan commitment of '
                        WS-CommitmentAmount ' ***'
                END-IF
            END-IF
    END-READ.

ADD-LINE-TO-PROJECT.
    PERFORM TOTAL-PROJECT-BUDGET.
    IF WS-NextLineNo = 99
        DISPLAY 'Project already has the most budget lines allowed.'
    ELSE
        DISPLAY 'Enter Line Category (SITE/FNDN/FRAM/ROOF/MECH/FINI/'
        DISPLAY 'SOFT/CONT/OTHR): '
        ACCEPT BudgetCategory
        PERFORM UNTIL BudgetCategoryValid
            DISPLAY 'Invalid input. Enter a listed category: '
            ACCEPT BudgetCategory
        END-PERFORM
        ADD 1 TO WS-NextLineNo
        PERFORM ADD-BUDGET-LINE
    END-IF.

REVISE-ONE-LINE.
    MOVE WS-LookupLoanID TO BudgetLoanID.
    MOVE WS-LookupLineNo TO BudgetLineNo.
    READ ConstructionBudgetFile
        INVALID KEY
            DISPLAY 'Budget line not found.'
        NOT INVALID KEY
            DISPLAY 'Line ' BudgetLineNo ' ' BudgetCategory ' '
                BudgetDescription
            DISPLAY 'Original ' BudgetOriginalAmount ' current '
                BudgetAmount ' drawn ' BudgetDrawnAmount
            DISPLAY 'Enter Revised Budget Amount: '
            ACCEPT WS-NewAmount
            PERFORM UNTIL WS-NewAmount NUMERIC
                    AND WS-NewAmount > ZERO
                    AND WS-NewAmount NOT LESS THAN BudgetDrawnAmount
                DISPLAY 'Invalid input. Enter an Amount not below the '
                    BudgetDrawnAmount ' drawn: '
                ACCEPT WS-NewAmount
            END-PERFORM
            MOVE WS-NewAmount TO BudgetAmount
            REWRITE ConstructionBudgetRecord
            DISPLAY 'Line ' BudgetLineNo ' budget revised to '
                BudgetAmount '.'
    END-READ.

*> the inspector's percent complete is recorded for each line. A final
*> inspection sets every line to complete, closes the project and
*> releases the retainage held back on it
RECORD-INSPECTION.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE WS-LookupLoanID TO ProjectLoanID.
    READ ConstructionProjectFile
        INVALID KEY
            DISPLAY 'No project on file for this loan.'
        NOT INVALID KEY
            IF ProjectComplete
                DISPLAY 'Final inspection already recorded on '
                    ProjectFinalInspectionDate '.'
            ELSE
                PERFORM ACCEPT-INSPECTION
            END-IF
    END-READ.

ACCEPT-INSPECTION.
    DISPLAY 'Project: ' ProjectDescription.
    DISPLAY 'Enter Inspector Name: '.
    ACCEPT WS-Inspector.
    PERFORM UNTIL WS-Inspector NOT = SPACES
        DISPLAY 'Invalid input. Inspector cannot be blank: '
        ACCEPT WS-Inspector
    END-PERFORM.
    DISPLAY 'Is this the final inspection? (Y/N): '.
    ACCEPT WS-FinalEntry.
    PERFORM UNTIL WS-FinalEntry = 'Y' OR WS-FinalEntry = 'N'
        DISPLAY 'Invalid input. Enter Y or N: '
        ACCEPT WS-FinalEntry
    END-PERFORM.

    OPEN EXTEND InspectionFile.
    IF WS-InspectionFileStatus = '35'
        OPEN OUTPUT InspectionFile
        CLOSE InspectionFile
        OPEN EXTEND InspectionFile
    END-IF.
    MOVE ZERO TO WS-LinesInspected.
    MOVE ZERO TO WS-TotalRetainage.
    PERFORM START-BUDGET-LINES.
    PERFORM UNTIL WS-BudgetEOF = 'Y'
        READ ConstructionBudgetFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BudgetEOF
            NOT AT END
                IF BudgetLoanID = WS-LookupLoanID
                    PERFORM INSPECT-ONE-LINE
                ELSE
                    MOVE 'Y' TO WS-BudgetEOF
                END-IF
    END-PERFORM.
    CLOSE InspectionFile.

    MOVE WS-TodayDate TO ProjectLastInspectionDate.
    IF WS-FinalEntry = 'Y'
        SET ProjectComplete TO TRUE
        MOVE WS-TodayDate TO ProjectFinalInspectionDate
        MOVE WS-TotalRetainage TO ProjectRetainageReleased
    END-IF.
    REWRITE ConstructionProjectRecord.
    DISPLAY 'Inspection recorded for ' WS-LinesInspected ' lines.'.
    IF ProjectComplete
        DISPLAY 'Final inspection: retainage of '
            ProjectRetainageReleased ' released for draw.'
    END-IF.

INSPECT-ONE-LINE.
    MOVE BudgetPercentComplete TO InspPriorPercent.
    IF WS-FinalEntry = 'Y'
        MOVE 100 TO BudgetPercentComplete
    ELSE
        DISPLAY 'Line ' BudgetLineNo ' ' BudgetCategory ' '
            BudgetDescription ' last at ' BudgetPercentComplete '%'
        DISPLAY 'Enter Percent Complete (0-100): '
        ACCEPT WS-NewPercent
        PERFORM UNTIL WS-NewPercent NUMERIC
                AND WS-NewPercent NOT GREATER THAN 100
            DISPLAY 'Invalid input. Enter a Percent from 0 to 100: '
            ACCEPT WS-NewPercent
        END-PERFORM
        MOVE WS-NewPercent TO BudgetPercentComplete
    END-IF.
    MOVE WS-TodayDate TO BudgetInspectionDate.
    REWRITE ConstructionBudgetRecord.
    COMPUTE WS-LineRetainage ROUNDED =
        BudgetAmount * ProjectRetainagePct / 100.
    ADD WS-LineRetainage TO WS-TotalRetainage.
    ADD 1 TO WS-LinesInspected.

    MOVE BudgetLoanID TO InspLoanID.
    MOVE BudgetLineNo TO InspLineNo.
    MOVE WS-TodayDate TO InspDate.
    MOVE BudgetPercentComplete TO InspPercentComplete.
    MOVE WS-FinalEntry TO InspFinalFlag.
    MOVE WS-Inspector TO InspInspector.
    MOVE LS-UserID TO InspUserID.
    WRITE InspectionRecord.

DISPLAY-PROJECT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE WS-LookupLoanID TO ProjectLoanID.
    READ ConstructionProjectFile
        INVALID KEY
            DISPLAY 'No project on file for this loan.'
        NOT INVALID KEY
            DISPLAY 'Project: ' ProjectDescription ' [' ProjectStatus ']'
            DISPLAY 'Retainage ' ProjectRetainagePct '%  set up '
                ProjectSetupDate ' by ' ProjectSetupBy
            DISPLAY 'Last inspection ' ProjectLastInspectionDate
            IF ProjectComplete
                DISPLAY 'Final inspection ' ProjectFinalInspectionDate
                    '  retainage released ' ProjectRetainageReleased
            END-IF
            PERFORM DISPLAY-BUDGET-LINES
    END-READ.

DISPLAY-BUDGET-LINES.
    MOVE ZERO TO WS-TotalBudget.
    MOVE ZERO TO WS-TotalDrawn.
    MOVE ZERO TO WS-TotalAvailable.
    DISPLAY 'Line Cat  Budget        Drawn         Pct     Available'.
    PERFORM START-BUDGET-LINES.
    PERFORM UNTIL WS-BudgetEOF = 'Y'
        READ ConstructionBudgetFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BudgetEOF
            NOT AT END
                IF BudgetLoanID = WS-LookupLoanID
                    PERFORM COMPUTE-LINE-AVAILABLE
                    DISPLAY BudgetLineNo '   ' BudgetCategory ' '
                        BudgetAmount ' ' BudgetDrawnAmount ' '
                        BudgetPercentComplete ' ' WS-LineAvailable
                    DISPLAY '     ' BudgetDescription
                    ADD BudgetAmount TO WS-TotalBudget
                    ADD BudgetDrawnAmount TO WS-TotalDrawn
                    ADD WS-LineAvailable TO WS-TotalAvailable
                ELSE
                    MOVE 'Y' TO WS-BudgetEOF
                END-IF
    END-PERFORM.
    DISPLAY 'Total budget ' WS-TotalBudget ' drawn ' WS-TotalDrawn
        ' available to draw ' WS-TotalAvailable.

*> inspected percent of budget, less retainage until the project is
*> complete, less what has been drawn
COMPUTE-LINE-AVAILABLE.
    COMPUTE WS-EarnedAmount ROUNDED =
        BudgetAmount * BudgetPercentComplete / 100.
    IF ProjectComplete
        MOVE WS-EarnedAmount TO WS-EligibleAmount
    ELSE
        COMPUTE WS-EligibleAmount ROUNDED =
            WS-EarnedAmount * (100 - ProjectRetainagePct) / 100
    END-IF.
    IF WS-EligibleAmount > BudgetDrawnAmount
        COMPUTE WS-LineAvailable = WS-EligibleAmount - BudgetDrawnAmount
    ELSE
        MOVE ZERO TO WS-LineAvailable
    END-IF.

TOTAL-PROJECT-BUDGET.
    MOVE ZERO TO WS-TotalBudget.
    MOVE ZERO TO WS-NextLineNo.
    PERFORM START-BUDGET-LINES.
    PERFORM UNTIL WS-BudgetEOF = 'Y'
        READ ConstructionBudgetFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BudgetEOF
            NOT AT END
                IF BudgetLoanID = WS-LookupLoanID
                    ADD BudgetAmount TO WS-TotalBudget
                    MOVE BudgetLineNo TO WS-NextLineNo
                ELSE
                    MOVE 'Y' TO WS-BudgetEOF
                END-IF
    END-PERFORM.

START-BUDGET-LINES.
    MOVE 'N' TO WS-BudgetEOF.
    MOVE WS-LookupLoanID TO BudgetLoanID.
    MOVE ZERO TO BudgetLineNo.
    START ConstructionBudgetFile KEY IS NOT LESS THAN BudgetKey
        INVALID KEY
            MOVE 'Y' TO WS-BudgetEOF
    END-START.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    MOVE ZERO TO WS-CommitmentAmount.
    OPEN INPUT LoanFile.
    MOVE WS-LookupLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LoanStatusActive
                MOVE CreditLimit TO WS-CommitmentAmount
                OPEN INPUT ProductFile
                MOVE ProductCode OF LoanRecord
                    TO ProductCode OF ProductRecord
                READ ProductFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ProductRevolving
                            MOVE 'Y' TO WS-LoanFound
                        END-IF
                END-READ
                CLOSE ProductFile
            END-IF
    END-READ.
    CLOSE LoanFile.

OPEN-CONSTRUCTION-FILES.
    OPEN I-O ConstructionProjectFile.
    IF WS-ConstructionProjectStatus = '35'
        OPEN OUTPUT ConstructionProjectFile
        CLOSE ConstructionProjectFile
        OPEN I-O ConstructionProjectFile
    END-IF.
    OPEN I-O ConstructionBudgetFile.
    IF WS-ConstructionBudgetStatus = '35'
        OPEN OUTPUT ConstructionBudgetFile
        CLOSE ConstructionBudgetFile
        OPEN I-O ConstructionBudgetFile
    END-IF.
