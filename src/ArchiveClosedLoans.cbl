01 WS-ClosedAgeDays        PIC 9(5) VALUE 365.
01 WS-ArchiveCutoffDelta   PIC S9(6).
01 WS-ArchivedCount        PIC 9(7) VALUE ZERO.
01 WS-HeldCount            PIC 9(7) VALUE ZERO.
01 WS-OnHold               PIC X VALUE 'N'.
01 WS-HoldCaseReference    PIC X(20).

LINKAGE SECTION.
01 LS-LoansArchived        PIC 9(7).

*> a closed loan under legal hold stays on the master, whatever its
*> age, until the hold is released; each one passed over is listed
PROCEDURE DIVISION USING LS-LoansArchived.
    DISPLAY 'Archiving closed loans older than the retention window...'.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-ArchivedCount.
    MOVE ZERO TO WS-HeldCount.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    COMPUTE WS-ArchiveCutoffDelta = WS-ClosedAgeDays * -1.
    CALL 'AdjustDateByDays' USING WS-TodayDate WS-ArchiveCutoffDelta
                        OR LoanStatusDefaulted OF LoanRecord
                        OR LoanStatusChargedOff OF LoanRecord)
                        AND LastInterestCalcDate OF LoanRecord < WS-ArchiveCutoffDate
                    PERFORM CHECK-LOAN-HOLD
                    IF WS-OnHold = 'Y'
                        ADD 1 TO WS-HeldCount
                        DISPLAY 'Loan ID ' LoanID OF LoanRecord
                            ' not archived: legal hold '
                            WS-HoldCaseReference
                    ELSE
                        PERFORM ARCHIVE-CURRENT-LOAN
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    CLOSE LoanArchiveFile.

    DISPLAY 'Loans archived: ' WS-ArchivedCount.
    DISPLAY 'Loans held back: ' WS-HeldCount.
    DISPLAY 'Archive run completed.'.
    MOVE WS-ArchivedCount TO LS-LoansArchived.
    GOBACK.

ARCHIVE-CURRENT-LOAN.
    MOVE CORRESPONDING LoanRecord TO LoanArchiveRecord.
            ADD 1 TO WS-ArchivedCount
    END-DELETE.

CHECK-LOAN-HOLD.
    CALL 'CheckLegalHold' USING LoanID OF LoanRecord
        BorrowerID OF LoanRecord CoBorrowerID OF LoanRecord
        WS-OnHold WS-HoldCaseReference.

OPEN-LOAN-ARCHIVE-FILE.
    OPEN EXTEND LoanArchiveFile.
    IF WS-LoanArchiveFileStatus = '35'
