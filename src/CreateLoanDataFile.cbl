            SET AccrualStatusAccruing OF LoanRecord TO TRUE
            SET LoanNotImpaired OF LoanRecord TO TRUE
            MOVE ZERO TO SpecificReserve OF LoanRecord
            MOVE ZERO TO PaidThroughDate OF LoanRecord
            MOVE ZERO TO InstallmentCredit OF LoanRecord
            SET RiskGradePass OF LoanRecord TO TRUE
            MOVE ZERO TO RiskGradeDate OF LoanRecord
            MOVE SPACES TO LoanCompanyCode OF LoanRecord
            CALL 'ComputeInstallment' USING LoanRecord
            SET LoanStatusActive TO TRUE
            WRITE LoanRecord
                INVALID KEY
