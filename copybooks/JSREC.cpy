01  JobScheduleRecord.
    05 JobStepName         PIC X(20).
    05 JobRule             PIC X(04).
        88 JobRuleMonthEnd     VALUE 'MEND'.
        88 JobRuleMonthDay     VALUE 'MBUS'.
        88 JobRuleQuarterEnd   VALUE 'QEND'.
        88 JobRuleQuarterDay   VALUE 'QBUS'.
        88 JobRuleYearDay      VALUE 'YBUS'.
    05 JobBusinessDayNo    PIC 9(02).
    05 JobCatchUpFlag      PIC X(01).
        88 JobCatchUp          VALUE 'Y'.
        88 JobNoCatchUp        VALUE 'N'.
    05 JobEffectiveDate    PIC 9(8).
