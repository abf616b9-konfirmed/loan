01 WS-QueueReference   PIC 9(7) VALUE ZERO.
01 WS-QueueAmount      PIC 9(11)V99 VALUE ZERO.
01 WS-PendingIDOut     PIC 9(5) VALUE ZERO.
01 WS-CheckSource      PIC X(08).
01 WS-CheckSourceRef   PIC X(10) VALUE SPACES.
01 WS-CheckNumber      PIC 9(8) VALUE ZERO.

*> configurable dual-control threshold: refunds above this amount
*> queue for second-person approval instead of posting
    SET RefundByCheck TO TRUE.
    MOVE ZERO TO RefundTargetLoanID.
    PERFORM WRITE-REFUND-RECORD.
    MOVE 'REFUND' TO WS-CheckSource.
    CALL 'IssueCheck' USING RefundLoanID RefundAmount
        RefundBorrowerName WS-CheckSource WS-CheckSourceRef RefundDate
        WS-CheckNumber.
    DISPLAY 'Refund of ' WS-RefundAmount
        ' queued to the check/disbursement file.'.

