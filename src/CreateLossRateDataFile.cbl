01 WS-LossRateFileStatus PIC X(02).

*> loss-rate factors per product and delinquency bucket drive the
*> pooled portion of the allowance for loan losses. A factor may be
*> keyed instead to an internal risk grade; where a loan's grade has a
*> factor for its product, that factor is used ahead of the bucket's
PROCEDURE DIVISION.
    OPEN OUTPUT LossRateFile.

            MOVE 'Y' TO WS-End-Flag
        ELSE
            MOVE WS-ProductCodeEntry TO LossRateProductCode
            DISPLAY 'Enter Bucket (CURR/30/60/90/120+) or Risk Grade'
            DISPLAY '(PASS/WTCH/SPMN/SUBS/DBTF/LOSS): '
            ACCEPT LossRateBucket
            PERFORM UNTIL LossBucketCurrent OR LossBucket30
                    OR LossBucket60 OR LossBucket90 OR LossBucket120
                    OR LossBucketGradePass OR LossBucketGradeWatch
                    OR LossBucketGradeSpecMention OR LossBucketGradeSubstd
                    OR LossBucketGradeDoubtful OR LossBucketGradeLoss
                DISPLAY 'Invalid input. Enter CURR, 30, 60, 90, 120+ or a'
                DISPLAY 'risk grade: '
                ACCEPT LossRateBucket
            END-PERFORM
            DISPLAY 'Enter Loss Rate Percent (e.g., 1.25): '
