01  CovenantRecord.
    05 CovenantID              PIC 9(6).
    05 CovenantLoanID          PIC 9(7).
    05 CovenantType            PIC X(04).
        88 CovenantMinDscr        VALUE 'DSCR'.
        88 CovenantMaxLeverage    VALUE 'LEVG'.
        88 CovenantMinLiquidity   VALUE 'LIQD'.
        88 CovenantTypeValid      VALUE 'DSCR' 'LEVG' 'LIQD'.
    05 CovenantThreshold       PIC 9(11)V99.
    05 CovenantFrequency       PIC X(01).
        88 CovenantMonthly        VALUE 'M'.
        88 CovenantQuarterly      VALUE 'Q'.
        88 CovenantAnnual         VALUE 'A'.
        88 CovenantFrequencyValid VALUE 'M' 'Q' 'A'.
    05 CovenantGraceDays       PIC 9(3).
    05 CovenantNextPeriodEnd   PIC 9(8).
    05 CovenantStatus          PIC X(08).
        88 CovenantActive         VALUE 'ACTIVE'.
        88 CovenantReleased       VALUE 'RELEASED'.
    05 CovenantEnteredBy       PIC X(20).
    05 CovenantEnteredDate     PIC 9(8).
    05 CovenantLastPeriodEnd   PIC 9(8).
    05 CovenantLastTestDate    PIC 9(8).
    05 CovenantLastActual      PIC 9(11)V99.
    05 CovenantLastResult      PIC X(06).
        88 CovenantNotTested      VALUE SPACES.
        88 CovenantPassed         VALUE 'PASS'.
        88 CovenantBreached       VALUE 'BREACH'.
    05 CovenantWaiverPeriodEnd PIC 9(8).
    05 CovenantWaiverDate      PIC 9(8).
    05 CovenantWaiverBy        PIC X(20).
    05 CovenantWaiverReason    PIC X(40).
