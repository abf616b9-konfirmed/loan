INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DLSEL.
    COPY DRSEL.

DATA DIVISION.
FILE SECTION.
FD  DealerFile.
    COPY DLREC.

FD  DealerReserveFile.
    COPY DRREC.

WORKING-STORAGE SECTION.
01 WS-DealerFileStatus PIC X(02).
01 WS-Choice           PIC 9.
01 WS-ScorePeriod      PIC 9(8) VALUE ZERO.
01 WS-DealersScored    PIC 9(7) VALUE ZERO.
01 WS-DealerReserveStatus PIC X(02).
01 WS-LedgerEOF        PIC X VALUE 'N'.
01 WS-TodayDate        PIC 9(8).
01 WS-ReserveHeld      PIC S9(11)V99 VALUE ZERO.
01 WS-PayoutAmount     PIC 9(9)V99 VALUE ZERO.
01 WS-Confirm          PIC X(01).
01 WS-AdjAmount        PIC 9(11)V99.
01 WS-AdjDebitAccount  PIC X(10).
01 WS-AdjCreditAccount PIC X(10).
01 WS-AdjSource        PIC X(10).
01 WS-NoLoanID         PIC 9(7) VALUE ZERO.
01 WS-CheckSource      PIC X(08) VALUE 'DEALER'.
01 WS-CheckSourceRef   PIC X(10) VALUE SPACES.
01 WS-CheckNumber      PIC 9(8) VALUE ZERO.

PROCEDURE DIVISION.
    PERFORM OPEN-DEALER-FILE.
    DISPLAY '2. Update Dealer'.
    DISPLAY '3. Deactivate Dealer'.
    DISPLAY '4. Display Dealer'.
    DISPLAY '5. Dealer Scorecard'.
    DISPLAY '6. Pay Out Dealer Reserve'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

            PERFORM DEACTIVATE-DEALER
        WHEN 4
            PERFORM DISPLAY-DEALER
        WHEN 5
            CLOSE DealerFile
            DISPLAY 'Enter any date in the month (YYYYMMDD, 0 for the'
            DISPLAY 'current month): '
            ACCEPT WS-ScorePeriod
            PERFORM UNTIL WS-ScorePeriod NUMERIC
                DISPLAY 'Invalid input. Enter a numeric date: '
                ACCEPT WS-ScorePeriod
            END-PERFORM
            CALL 'ReportDealerScorecard' USING WS-ScorePeriod
                WS-DealersScored
            PERFORM OPEN-DEALER-FILE
        WHEN 6
            PERFORM PAY-OUT-DEALER-RESERVE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
            END-IF
    END-READ.

*> the reserve held for a dealer is what has accrued less chargebacks
*> and earlier payouts; all or part of it is paid out by check and
*> the payout is charged against the reserve payable account
PAY-OUT-DEALER-RESERVE.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY 'Enter Dealer Code: '.
    ACCEPT DealerCode.
    READ DealerFile
        INVALID KEY
            DISPLAY 'Dealer not found.'
        NOT INVALID KEY
            PERFORM SUM-RESERVE-HELD
            DISPLAY 'Dealer ' DealerCode ' ' DealerName
            DISPLAY 'Reserve held: ' WS-ReserveHeld
            IF WS-ReserveHeld NOT > ZERO
                DISPLAY 'No reserve to pay out.'
            ELSE
                PERFORM ACCEPT-PAYOUT-AMOUNT
                IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                    PERFORM POST-RESERVE-PAYOUT
                ELSE
                    DISPLAY 'Payout cancelled.'
                END-IF
            END-IF
    END-READ.

SUM-RESERVE-HELD.
    MOVE ZERO TO WS-ReserveHeld.
    MOVE 'N' TO WS-LedgerEOF.
    OPEN INPUT DealerReserveFile.
    IF WS-DealerReserveStatus = '00'
        PERFORM UNTIL WS-LedgerEOF = 'Y'
            READ DealerReserveFile
                AT END
                    MOVE 'Y' TO WS-LedgerEOF
                NOT AT END
                    IF DlrResDealerCode = DealerCode
                        EVALUATE TRUE
                            WHEN DlrResAccrual
                                ADD DlrResAmount TO WS-ReserveHeld
                            WHEN DlrResPayoutReversal
                                ADD DlrResAmount TO WS-ReserveHeld
                            WHEN OTHER
                                SUBTRACT DlrResAmount FROM WS-ReserveHeld
                        END-EVALUATE
                    END-IF
        END-PERFORM
        CLOSE DealerReserveFile
    END-IF.

ACCEPT-PAYOUT-AMOUNT.
    DISPLAY 'Enter Payout Amount (0 for the full reserve): '.
    ACCEPT WS-PayoutAmount.
    PERFORM UNTIL WS-PayoutAmount NUMERIC
            AND WS-PayoutAmount NOT > WS-ReserveHeld
        DISPLAY 'Invalid input. Enter an amount up to the reserve held: '
        ACCEPT WS-PayoutAmount
    END-PERFORM.
    IF WS-PayoutAmount = ZERO
        MOVE WS-ReserveHeld TO WS-PayoutAmount
    END-IF.
    DISPLAY 'Pay ' WS-PayoutAmount ' to ' DealerName '? (Y/N): '.
    ACCEPT WS-Confirm.

POST-RESERVE-PAYOUT.
    MOVE DealerCode TO DlrResDealerCode.
    MOVE ZERO TO DlrResLoanID.
    MOVE WS-TodayDate TO DlrResDate.
    MOVE WS-PayoutAmount TO DlrResAmount.
    SET DlrResPayout TO TRUE.
    OPEN EXTEND DealerReserveFile.
    IF WS-DealerReserveStatus = '35'
        OPEN OUTPUT DealerReserveFile
        CLOSE DealerReserveFile
        OPEN EXTEND DealerReserveFile
    END-IF.
    WRITE DealerReserveLedgerRecord.
    CLOSE DealerReserveFile.
    MOVE 'DLR-RSV-PA' TO WS-AdjDebitAccount.
    MOVE 'CASH      ' TO WS-AdjCreditAccount.
    MOVE 'DLR-PAYOUT' TO WS-AdjSource.
    MOVE WS-PayoutAmount TO WS-AdjAmount.
    CALL 'WriteGLAdjustment' USING WS-TodayDate WS-NoLoanID
        WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
        WS-AdjSource.
    MOVE DealerCode TO WS-CheckSourceRef.
    CALL 'IssueCheck' USING WS-NoLoanID WS-PayoutAmount DealerName
        WS-CheckSource WS-CheckSourceRef WS-TodayDate WS-CheckNumber.

ACCEPT-DEALER-DETAILS.
    DISPLAY 'Enter Dealer Name: '.
    ACCEPT DealerName.
