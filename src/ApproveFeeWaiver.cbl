01 WS-LoanFileStatus      PIC X(02).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-PeriodOpen         PIC X VALUE 'Y'.
01 WS-PeriodPostingDate  PIC 9(8) VALUE ZERO.
01 WS-THType           PIC X(12).
01 WS-THAmount         PIC 9(11)V99.
01 WS-THBalanceBefore  PIC 9(11)V99.
    END-IF.

    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    CALL 'CheckPostingPeriod' USING WS-TodayDate WS-PeriodOpen
        WS-PeriodPostingDate.
    PERFORM OPEN-WAIVER-FILE.

    DISPLAY 'Enter Waiver ID to review: '.
    DISPLAY '2. Deny Waiver'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    IF WS-Choice = 1 AND WS-PeriodOpen = 'N'
        DISPLAY 'The accounting period for ' WS-TodayDate ' is closed;'
        DISPLAY 'no waiver can be posted into it. Waiver left as REQUESTED.'
        CLOSE FeeWaiverFile
        GOBACK
    END-IF.

    EVALUATE WS-Choice
        WHEN 1
