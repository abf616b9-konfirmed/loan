01  CovenantTestRecord.
    05 TestCovenantID      PIC 9(6).
    05 TestLoanID          PIC 9(7).
    05 TestPeriodEnd       PIC 9(8).
    05 TestDate            PIC 9(8).
    05 TestCovenantType    PIC X(04).
    05 TestThreshold       PIC 9(11)V99.
    05 TestActual          PIC 9(11)V99.
    05 TestResult          PIC X(06).
        88 TestPassed         VALUE 'PASS'.
        88 TestBreached       VALUE 'BREACH'.
    05 TestUserID          PIC X(20).
