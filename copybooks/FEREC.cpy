        88 FeeRecurring    VALUE 'Y'.
        88 FeeOneTime      VALUE 'N'.
    05 FeeRecurringMonth PIC 9(2).
    05 FeeDeferFlag      PIC X(01).
        88 FeeDeferred     VALUE 'Y'.
        88 FeeNotDeferred  VALUE 'N'.
