01 WS-LoanBucket            PIC X(04).
01 WS-LoanLossRate          PIC 9(2)V99 VALUE ZERO.
01 WS-RateFound             PIC X VALUE 'N'.
01 WS-GradeRateFound        PIC X VALUE 'N'.
01 WS-GradeLossRate         PIC 9(2)V99 VALUE ZERO.
01 WS-LoanReserve           PIC 9(9)V99 VALUE ZERO.
01 WS-PooledReserve         PIC 9(11)V99 VALUE ZERO.
01 WS-SpecificReserveTotal  PIC 9(11)V99 VALUE ZERO.

*> segments the portfolio by product and delinquency bucket, applies
*> the maintainable loss-rate factors, layers specific reserves for
*> impaired loans, and posts the provision movement to the GL. A loan
*> whose risk grade has a factor on file for its product is segmented
*> and reserved by grade instead of by delinquency bucket
PROCEDURE DIVISION.
    DISPLAY 'Computing allowance for loan losses...'.
    CALL 'GetBusinessDate' USING WS-RunDate.

LOOKUP-LOSS-RATE.
    MOVE 'N' TO WS-RateFound.
    MOVE 'N' TO WS-GradeRateFound.
    MOVE 'N' TO WS-RateEOF.
    OPEN INPUT LossRateFile.
    IF WS-LossRateFileStatus NOT = '00'
                NOT AT END
                    IF LossRateProductCode
                            = ProductCode OF LoanRecord
                        IF RiskGradeValid OF LoanRecord
                                AND LossRateBucket = RiskGrade OF LoanRecord
                            MOVE LossRatePercent TO WS-GradeLossRate
                            MOVE 'Y' TO WS-GradeRateFound
                            MOVE 'Y' TO WS-RateEOF
                        END-IF
                        IF LossRateBucket = WS-LoanBucket
                                AND WS-RateFound = 'N'
                            MOVE LossRatePercent TO WS-LoanLossRate
                            MOVE 'Y' TO WS-RateFound
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE LossRateFile
    END-IF.
    IF WS-GradeRateFound = 'Y'
        MOVE WS-GradeLossRate TO WS-LoanLossRate
        MOVE RiskGrade OF LoanRecord TO WS-LoanBucket
        MOVE 'Y' TO WS-RateFound
    END-IF.
    IF WS-RateFound = 'N'
        MOVE WS-DefaultLossRate TO WS-LoanLossRate
        ADD 1 TO WS-MissingRateCount
