*> value, and the policy term
01 WS-NoticePeriodDays    PIC 9(3) VALUE 30.
01 WS-PremiumRatePct      PIC 9(2)V99 VALUE 1.50.
01 WS-PolicyTermMonths    PIC 9(4) VALUE 12.

01 WS-PremiumsCharged     PIC 9(11)V99 VALUE ZERO.

