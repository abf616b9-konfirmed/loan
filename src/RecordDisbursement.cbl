    COPY PRSEL.
    COPY DWSEL.
    COPY LCSEL.
    COPY CJSEL.
    COPY CBSEL.

DATA DIVISION.
FILE SECTION.
FD  LineControlFile.
    COPY LCREC.

FD  ConstructionProjectFile.
    COPY CJREC.

FD  ConstructionBudgetFile.
    COPY CBREC.

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus    PIC X(02).
01 WS-ProductFileStatus PIC X(02).
01 WS-DaysPastDueSigned PIC S9(6) VALUE ZERO.
01 WS-SuspendDays      PIC 9(3) VALUE ZERO.
01 WS-MaturityDate     PIC 9(8) VALUE ZERO.
01 WS-TermMonths       PIC 9(4).
01 WS-DeclineReason    PIC X(30).
01 WS-ConstructionProjectStatus PIC X(02).
01 WS-ConstructionBudgetStatus  PIC X(02).
01 WS-ConstructionLoan PIC X VALUE 'N'.
01 WS-BudgetEOF        PIC X VALUE 'N'.
01 WS-BudgetLineFound  PIC X VALUE 'N'.
01 WS-DrawLineNo       PIC 9(2).
01 WS-RetainagePct     PIC 9(2)V99 VALUE ZERO.
01 WS-ProjectComplete  PIC X VALUE 'N'.
01 WS-EarnedAmount     PIC 9(9)V99 VALUE ZERO.
01 WS-EligibleAmount   PIC 9(9)V99 VALUE ZERO.
01 WS-LineAvailable    PIC 9(9)V99 VALUE ZERO.
01 WS-InsiderAmount    PIC 9(11)V99.
01 WS-InsiderCleared   PIC X VALUE 'Y'.
01 WS-InsiderApprovalID PIC 9(5) VALUE ZERO.
01 WS-CompanyAllowed   PIC X VALUE 'N'.

*> default draw-suspension threshold when the product carries none
01 WS-DefaultSuspendDays PIC 9(3) VALUE 30.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> a draw by an insider or their related interest that takes the
*> insider's aggregate above the approval limit is not recorded until
*> the approval has been released
PROCEDURE DIVISION USING LS-UserID.
    DISPLAY 'Enter Loan ID for draw/disbursement: '.
    ACCEPT LoanID OF LoanRecord.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
            GOBACK
    END-READ.

    CALL 'CheckCompanyEntitlement' USING LS-UserID
        LoanCompanyCode OF LoanRecord WS-CompanyAllowed.
    IF WS-CompanyAllowed = 'N'
        DISPLAY 'You are not entitled to work with company '
            LoanCompanyCode OF LoanRecord '. No draw recorded.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    IF NOT LoanStatusActive
        DISPLAY 'Loan is not ACTIVE. No draws permitted.'
        CLOSE LoanFile
        GOBACK
    END-IF.

*> a construction loan is drawn against one line of its project budget,
*> no further than that line's inspected completion less retainage
    PERFORM CHECK-CONSTRUCTION-BUDGET.
    IF WS-DeclineReason NOT = SPACES
        PERFORM DECLINE-DRAW
        CLOSE ConstructionBudgetFile
        CLOSE LoanFile
        GOBACK
    END-IF.

    PERFORM FIND-NEXT-DRAW-ID.
    PERFORM OPEN-DRAW-FILE.

        ACCEPT DrawAmount
    END-PERFORM.

    MOVE DrawAmount TO WS-InsiderAmount.
    CALL 'CheckInsiderExposure' USING BorrowerID OF LoanRecord
        LoanID OF LoanRecord WS-InsiderAmount LS-UserID
        WS-InsiderCleared WS-InsiderApprovalID.
    IF WS-InsiderCleared = 'N'
        DISPLAY 'Draw not recorded.'
        CLOSE DrawFile
        IF WS-ConstructionLoan = 'Y'
            CLOSE ConstructionBudgetFile
        END-IF
        CLOSE LoanFile
        GOBACK
    END-IF.

    WRITE DrawRecord
        INVALID KEY
            DISPLAY 'Draw ID already exists. Draw not recorded.'
        NOT INVALID KEY
            CALL 'ApplyInsiderApproval' USING WS-InsiderApprovalID
            MOVE OutstandingBalance TO WS-THBalanceBefore
            ADD DrawAmount TO OutstandingBalance
            REWRITE LoanRecord
            IF WS-ConstructionLoan = 'Y'
                ADD DrawAmount TO BudgetDrawnAmount
                REWRITE ConstructionBudgetRecord
            END-IF
            MOVE 'DRAW' TO WS-THType
            MOVE DrawAmount TO WS-THAmount
            MOVE OutstandingBalance TO WS-THBalanceAfter
                OutstandingBalance
    END-WRITE.
    CLOSE DrawFile.
    IF WS-ConstructionLoan = 'Y'
        CLOSE ConstructionBudgetFile
    END-IF.

    CLOSE LoanFile.
    GOBACK.

CHECK-LINE-MATURITY.
    MOVE SPACES TO WS-DeclineReason.
    MOVE LoanTerm TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-MaturityDate.
    IF WS-TodayDate > WS-MaturityDate
        MOVE 'LINE PAST MATURITY' TO WS-DeclineReason
        CLOSE LineControlFile
    END-IF.

CHECK-CONSTRUCTION-BUDGET.
    MOVE SPACES TO WS-DeclineReason.
    MOVE 'N' TO WS-ConstructionLoan.
    OPEN INPUT ConstructionProjectFile.
    IF WS-ConstructionProjectStatus = '00'
        MOVE LoanID OF LoanRecord TO ProjectLoanID
        READ ConstructionProjectFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-ConstructionLoan
                MOVE ProjectRetainagePct TO WS-RetainagePct
                MOVE 'N' TO WS-ProjectComplete
                IF ProjectComplete
                    MOVE 'Y' TO WS-ProjectComplete
                END-IF
        END-READ
        CLOSE ConstructionProjectFile
    END-IF.
    IF WS-ConstructionLoan = 'Y'
        OPEN I-O ConstructionBudgetFile
        PERFORM SHOW-BUDGET-LINES
        DISPLAY 'Enter Budget Line No for this draw: '
        ACCEPT WS-DrawLineNo
        PERFORM READ-DRAW-BUDGET-LINE
        PERFORM UNTIL WS-BudgetLineFound = 'Y'
            DISPLAY 'Invalid input. Enter a Budget Line No listed above: '
            ACCEPT WS-DrawLineNo
            PERFORM READ-DRAW-BUDGET-LINE
        END-PERFORM
        PERFORM COMPUTE-LINE-AVAILABLE
        IF WS-LineAvailable = ZERO
            MOVE 'EXCEEDS INSPECTED COMPLETION' TO WS-DeclineReason
        ELSE
            IF WS-LineAvailable < WS-AvailableCredit
                MOVE WS-LineAvailable TO WS-AvailableCredit
            END-IF
            DISPLAY 'Budget line ' BudgetLineNo ' available: '
                WS-LineAvailable
        END-IF
    END-IF.

SHOW-BUDGET-LINES.
    DISPLAY 'Line Cat  Budget        Drawn         Pct     Available'.
    MOVE 'N' TO WS-BudgetEOF.
    MOVE LoanID OF LoanRecord TO BudgetLoanID.
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
                IF BudgetLoanID = LoanID OF LoanRecord
                    PERFORM COMPUTE-LINE-AVAILABLE
                    DISPLAY BudgetLineNo '   ' BudgetCategory ' '
                        BudgetAmount ' ' BudgetDrawnAmount ' '
                        BudgetPercentComplete ' ' WS-LineAvailable
                ELSE
                    MOVE 'Y' TO WS-BudgetEOF
                END-IF
    END-PERFORM.

READ-DRAW-BUDGET-LINE.
    MOVE 'N' TO WS-BudgetLineFound.
    MOVE LoanID OF LoanRecord TO BudgetLoanID.
    MOVE WS-DrawLineNo TO BudgetLineNo.
    READ ConstructionBudgetFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-BudgetLineFound
    END-READ.

*> inspected percent of budget, less retainage until the project is
*> complete, less what has been drawn
COMPUTE-LINE-AVAILABLE.
    COMPUTE WS-EarnedAmount ROUNDED =
        BudgetAmount * BudgetPercentComplete / 100.
    IF WS-ProjectComplete = 'Y'
        MOVE WS-EarnedAmount TO WS-EligibleAmount
    ELSE
        COMPUTE WS-EligibleAmount ROUNDED =
            WS-EarnedAmount * (100 - WS-RetainagePct) / 100
    END-IF.
    IF WS-EligibleAmount > BudgetDrawnAmount
        COMPUTE WS-LineAvailable = WS-EligibleAmount - BudgetDrawnAmount
    ELSE
        MOVE ZERO TO WS-LineAvailable
    END-IF.

DECLINE-DRAW.
    DISPLAY 'Draw declined: ' WS-DeclineReason '.'.
    MOVE 'DRAW-DECLINE' TO WS-THType.
