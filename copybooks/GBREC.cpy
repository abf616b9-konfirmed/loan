01  GLBalanceRecord.
    05 GLBalAccountCode    PIC X(10).
    05 GLBalAsOfDate       PIC 9(8).
    05 GLBalDebitTotal     PIC 9(13)V99.
    05 GLBalCreditTotal    PIC 9(13)V99.
