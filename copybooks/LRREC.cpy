        88 LossBucket60      VALUE '60  '.
        88 LossBucket90      VALUE '90  '.
        88 LossBucket120     VALUE '120+'.
        88 LossBucketGradePass       VALUE 'PASS'.
        88 LossBucketGradeWatch      VALUE 'WTCH'.
        88 LossBucketGradeSpecMention VALUE 'SPMN'.
        88 LossBucketGradeSubstd     VALUE 'SUBS'.
        88 LossBucketGradeDoubtful   VALUE 'DBTF'.
        88 LossBucketGradeLoss       VALUE 'LOSS'.
    05 LossRatePercent     PIC 9(2)V99.
