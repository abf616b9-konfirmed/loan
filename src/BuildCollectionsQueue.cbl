01 WS-PlanPeriodDays       PIC S9(6).
01 WS-PlansCompleted       PIC 9(5) VALUE ZERO.
01 WS-PlansBroken          PIC 9(5) VALUE ZERO.
01 WS-PlanMonthsToAdd      PIC 9(4) VALUE 1.

*> collector rotation table loaded from loan-officers.dat
01 WS-CollectorCount       PIC 9(3) VALUE ZERO.
