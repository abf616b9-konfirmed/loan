01 WS-Choice         PIC 9.

*> an impaired loan is reserved individually instead of through the
*> pooled loss-rate factors. Impairment is normally reached through a
*> substandard or worse risk grade, so the grade is shown alongside
PROCEDURE DIVISION.
    OPEN I-O LoanFile.

        INVALID KEY
            DISPLAY 'Loan not found.'
        NOT INVALID KEY
            DISPLAY 'Risk grade: ' RiskGrade
            IF NOT RiskGradeClassified
                DISPLAY 'Loan is not graded substandard or worse; review'
                DISPLAY 'the risk grade under Loan Risk Grades.'
            END-IF
            DISPLAY 'Enter Specific Reserve Amount: '
            ACCEPT SpecificReserve
            PERFORM UNTIL SpecificReserve NUMERIC
        INVALID KEY
            DISPLAY 'Loan not found.'
        NOT INVALID KEY
            DISPLAY 'Risk grade: ' RiskGrade ' since ' RiskGradeDate
            IF LoanImpaired
                DISPLAY 'Loan is IMPAIRED. Specific reserve: '
                    SpecificReserve
