01  ConstructionBudgetRecord.
    05 BudgetKey.
        10 BudgetLoanID          PIC 9(7).
        10 BudgetLineNo          PIC 9(2).
    05 BudgetCategory            PIC X(04).
        88 BudgetSiteWork          VALUE 'SITE'.
        88 BudgetFoundation        VALUE 'FNDN'.
        88 BudgetFraming           VALUE 'FRAM'.
        88 BudgetRoofing           VALUE 'ROOF'.
        88 BudgetMechanical        VALUE 'MECH'.
        88 BudgetFinish            VALUE 'FINI'.
        88 BudgetSoftCosts         VALUE 'SOFT'.
        88 BudgetContingency       VALUE 'CONT'.
        88 BudgetOther             VALUE 'OTHR'.
        88 BudgetCategoryValid     VALUE 'SITE' 'FNDN' 'FRAM' 'ROOF'
                                         'MECH' 'FINI' 'SOFT' 'CONT'
                                         'OTHR'.
    05 BudgetDescription         PIC X(30).
    05 BudgetOriginalAmount      PIC 9(9)V99.
    05 BudgetAmount              PIC 9(9)V99.
    05 BudgetDrawnAmount         PIC 9(9)V99.
    05 BudgetPercentComplete     PIC 9(3)V99.
    05 BudgetInspectionDate      PIC 9(8).
