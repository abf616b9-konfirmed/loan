        88 LoanImpaired    VALUE 'Y'.
        88 LoanNotImpaired VALUE 'N'.
    05 SpecificReserve     PIC 9(9)V99.
    05 InstallmentAmount   PIC 9(9)V99.
    05 PaidThroughDate     PIC 9(8).
    05 InstallmentCredit   PIC 9(9)V99.
    05 RiskGrade           PIC X(04).
        88 RiskGradePass           VALUE 'PASS'.
        88 RiskGradeWatch          VALUE 'WTCH'.
        88 RiskGradeSpecialMention VALUE 'SPMN'.
        88 RiskGradeSubstandard    VALUE 'SUBS'.
        88 RiskGradeDoubtful       VALUE 'DBTF'.
        88 RiskGradeLoss           VALUE 'LOSS'.
        88 RiskGradeValid          VALUE 'PASS' 'WTCH' 'SPMN' 'SUBS'
                                         'DBTF' 'LOSS'.
        88 RiskGradeClassified     VALUE 'SUBS' 'DBTF' 'LOSS'.
    05 RiskGradeDate       PIC 9(8).
    05 LoanCompanyCode     PIC X(04).
