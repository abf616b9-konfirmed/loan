FILE-CONTROL.
    COPY LNSEL.
    COPY RPSEL.
    COPY KRSEL.
    SELECT ReportFile ASSIGN TO WS-ReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  RepaymentFile.
    COPY RPREC.

FD  CheckRegisterFile.
    COPY KRREC.

FD  ReportFile.
01  ReportLine PIC X(120).

01 WS-CreditsListed      PIC 9(7) VALUE ZERO.
01 WS-CreditsDormant     PIC 9(7) VALUE ZERO.
01 WS-CreditTotal        PIC 9(11)V99 VALUE ZERO.
01 WS-CheckRegisterStatus PIC X(02).
01 WS-RegisterEOF        PIC X VALUE 'N'.
01 WS-ChecksListed       PIC 9(7) VALUE ZERO.
01 WS-ChecksDormant      PIC 9(7) VALUE ZERO.
01 WS-CheckTotal         PIC 9(11)V99 VALUE ZERO.

*> statutory dormancy period before escheatment, in days
01 WS-DormancyPeriodDays PIC 9(5) VALUE 1095.
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    PERFORM REPORT-UNCLAIMED-CHECKS.
    CLOSE ReportFile.

    DISPLAY 'Credit balances listed: ' WS-CreditsListed.
    DISPLAY 'Past dormancy period: ' WS-CreditsDormant.
    DISPLAY 'Total credit held: ' WS-CreditTotal.
    DISPLAY 'Unclaimed checks listed: ' WS-ChecksListed.
    DISPLAY 'Past dormancy period: ' WS-ChecksDormant.
    DISPLAY 'Total unclaimed checks: ' WS-CheckTotal.
    DISPLAY 'Report written to ' WS-ReportFileName.
    GOBACK.

    ADD 1 TO WS-CreditsListed.
    ADD CreditBalance TO WS-CreditTotal.

*> refund, suspense and loss-claim checks voided as stale or unclaimed
*> and never reissued are owed to the payee; dormancy runs from the
*> date the check was issued
REPORT-UNCLAIMED-CHECKS.
    MOVE ZERO TO WS-ChecksListed.
    MOVE ZERO TO WS-ChecksDormant.
    MOVE ZERO TO WS-CheckTotal.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE 'Check No  Loan ID  Amount       Issued    Days Dormant  Escheat  Payee'
        TO ReportLine.
    WRITE ReportLine.
    MOVE 'N' TO WS-RegisterEOF.
    OPEN INPUT CheckRegisterFile.
    IF WS-CheckRegisterStatus = '00'
        MOVE ZERO TO CheckNumber
        START CheckRegisterFile KEY IS NOT LESS THAN CheckNumber
            INVALID KEY
                MOVE 'Y' TO WS-RegisterEOF
        END-START
        PERFORM UNTIL WS-RegisterEOF = 'Y'
            READ CheckRegisterFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RegisterEOF
                NOT AT END
                    IF CheckVoided AND CheckReissuedAs = ZERO
                            AND (CheckVoidUnclaimed OR CheckVoidStale)
                            AND (CheckFromRefund OR CheckFromSuspense
                                OR CheckFromClaim)
                        PERFORM REPORT-UNCLAIMED-CHECK
                    END-IF
        END-PERFORM
        CLOSE CheckRegisterFile
    END-IF.

REPORT-UNCLAIMED-CHECK.
    CALL 'DaysBetweenDates' USING CheckIssueDate WS-RunDate
        WS-DormantDaysSigned.
    IF WS-DormantDaysSigned < ZERO
        MOVE ZERO TO WS-DormantDaysSigned
    END-IF.
    MOVE WS-DormantDaysSigned TO WS-DormantDays.
    MOVE SPACES TO WS-DormantFlag.
    IF WS-DormantDays > WS-DormancyPeriodDays
        MOVE 'YES' TO WS-DormantFlag
        ADD 1 TO WS-ChecksDormant
    END-IF.
    MOVE SPACES TO ReportLine.
    STRING CheckNumber DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        CheckLoanID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        CheckAmount DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        CheckIssueDate DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-DormantDays DELIMITED BY SIZE
        '         ' DELIMITED BY SIZE
        WS-DormantFlag DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        CheckPayee DELIMITED BY SIZE
        INTO ReportLine.
    WRITE ReportLine.
    DISPLAY ReportLine.
    ADD 1 TO WS-ChecksListed.
    ADD CheckAmount TO WS-CheckTotal.

*> last activity is the latest payment on the loan, or the last
*> interest calc date when no payment is on file
FIND-LAST-ACTIVITY-DATE.
