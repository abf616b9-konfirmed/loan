IDENTIFICATION DIVISION.
PROGRAM-ID. ReconcileGeneralLedger.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY GBSEL.
    COPY LNSEL.
    COPY ESSEL.
    COPY SPSEL.
    SELECT JournalFile ASSIGN TO WS-JournalFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JournalFileStatus.
    SELECT ReconFile ASSIGN TO WS-ReconFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GLBalanceFile.
    COPY GBREC.

FD  LoanFile.
    COPY LNREC.

FD  EscrowFile.
    COPY ESREC.

FD  SuspenseFile.
    COPY SPREC.

FD  JournalFile.
    COPY GJREC.

FD  ReconFile.
01  ReconLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                     PIC X VALUE 'N'.
01 WS-GLBalanceStatus      PIC X(02).
01 WS-LoanFileStatus       PIC X(02).
01 WS-EscrowFileStatus     PIC X(02).
01 WS-SuspenseFileStatus   PIC X(02).
01 WS-JournalFileStatus    PIC X(02).
01 WS-JournalFileName      PIC X(40).
01 WS-ReconFileName        PIC X(40).
01 WS-RunDate              PIC 9(8).
01 WS-AsOfDate             PIC 9(8) VALUE ZERO.
01 WS-JournalDay           PIC 9(8).
01 WS-NextDay              PIC 9(8).
01 WS-OneDay               PIC S9(6) VALUE 1.
01 WS-DayCount             PIC 9(4) VALUE ZERO.
01 WS-JournalsRead         PIC 9(4) VALUE ZERO.
01 WS-OpeningRun           PIC X VALUE 'N'.
01 WS-AcctCount            PIC 9(2) VALUE ZERO.
01 WS-AcctIdx              PIC 9(2).
01 WS-AcctHit              PIC 9(2).
01 WS-CtlIdx               PIC 9(2).
01 WS-GLBalance            PIC S9(13)V99.
01 WS-Difference           PIC S9(13)V99.
01 WS-AbsDifference        PIC 9(13)V99.
01 WS-ReconStatus          PIC X(12).
01 WS-OutOfBalance         PIC 9(7) VALUE ZERO.
01 WS-DisplayGL            PIC -,---,---,---,--9.99.
01 WS-DisplaySub           PIC -,---,---,---,--9.99.
01 WS-DisplayDiff          PIC -,---,---,---,--9.99.

*> a gap longer than this between runs means the balance file is
*> stale and must be re-established, not rolled a year at a time
01 WS-MaxRollDays          PIC 9(4) VALUE 400.

*> GL balances rolled forward from the daily journals, every account
*> the journals touch
01 WS-AcctTable.
    05 WS-AcctEntry OCCURS 50 TIMES.
        10 WS-AcctCode     PIC X(10).
        10 WS-AcctDebits   PIC 9(13)V99.
        10 WS-AcctCredits  PIC 9(13)V99.

*> the control accounts proved against the master files, with the
*> side each normally carries its balance on
01 WS-ControlAccounts.
    05 FILLER PIC X(10) VALUE 'LOANS-RECV'.
    05 FILLER PIC X(01) VALUE 'D'.
    05 FILLER PIC X(30) VALUE 'Loan principal (loans.dat)'.
    05 FILLER PIC X(10) VALUE 'INT-RECV  '.
    05 FILLER PIC X(01) VALUE 'D'.
    05 FILLER PIC X(30) VALUE 'Accrued interest (loans.dat)'.
    05 FILLER PIC X(10) VALUE 'ESCRW-LIAB'.
    05 FILLER PIC X(01) VALUE 'C'.
    05 FILLER PIC X(30) VALUE 'Escrow liability (escrow.dat)'.
    05 FILLER PIC X(10) VALUE 'SUSPENSE  '.
    05 FILLER PIC X(01) VALUE 'C'.
    05 FILLER PIC X(30) VALUE 'Open suspense items'.
01 WS-ControlTable REDEFINES WS-ControlAccounts.
    05 WS-CtlEntry OCCURS 4 TIMES.
        10 WS-CtlAccount   PIC X(10).
        10 WS-CtlSide      PIC X(01).
        10 WS-CtlName      PIC X(30).

01 WS-SubledgerTable.
    05 WS-CtlSubledger OCCURS 4 TIMES PIC 9(13)V99.

LINKAGE SECTION.
01 LS-RunDate      PIC 9(8).
01 LS-Tolerance    PIC 9(7)V99.
01 LS-OutOfBalance PIC 9(7).

*> proves the GL control accounts against the subledgers. GL balances
*> are carried in gl-balances.dat and rolled forward one calendar day
*> at a time through each day's gl-journal file up to the run date,
*> then compared to the master-file totals; any account whose
*> difference exceeds the tolerance is a break. With no balance file
*> the subledger totals become the opening GL balances
PROCEDURE DIVISION USING LS-RunDate LS-Tolerance LS-OutOfBalance.
    MOVE ZERO TO LS-OutOfBalance.
    MOVE ZERO TO WS-OutOfBalance.
    MOVE ZERO TO WS-AcctCount.
    MOVE ZERO TO WS-AsOfDate.
    MOVE ZERO TO WS-JournalsRead.
    MOVE 'N' TO WS-OpeningRun.
    MOVE LS-RunDate TO WS-RunDate.

    PERFORM SUM-SUBLEDGERS.
    PERFORM LOAD-GL-BALANCES.
    IF WS-OpeningRun = 'Y'
        PERFORM ESTABLISH-OPENING-BALANCES
    ELSE
        IF WS-AsOfDate < WS-RunDate
            PERFORM ROLL-FORWARD-JOURNALS
        END-IF
    END-IF.
    PERFORM SAVE-GL-BALANCES.
    PERFORM WRITE-RECON-REPORT.

    MOVE WS-OutOfBalance TO LS-OutOfBalance.
    GOBACK.

SUM-SUBLEDGERS.
    MOVE ZERO TO WS-CtlSubledger(1) WS-CtlSubledger(2)
        WS-CtlSubledger(3) WS-CtlSubledger(4).
    MOVE 'N' TO EOF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LoanFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    ADD OutstandingBalance TO WS-CtlSubledger(1)
                    ADD AccruedInterest TO WS-CtlSubledger(2)
        END-PERFORM
        CLOSE LoanFile
    END-IF.
    MOVE 'N' TO EOF.
    OPEN INPUT EscrowFile.
    IF WS-EscrowFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ EscrowFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    ADD EscrowBalance TO WS-CtlSubledger(3)
        END-PERFORM
        CLOSE EscrowFile
    END-IF.
    MOVE 'N' TO EOF.
    OPEN INPUT SuspenseFile.
    IF WS-SuspenseFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ SuspenseFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF SuspenseOpen
                        ADD SuspenseAmount TO WS-CtlSubledger(4)
                    END-IF
        END-PERFORM
        CLOSE SuspenseFile
    END-IF.

LOAD-GL-BALANCES.
    MOVE 'N' TO EOF.
    OPEN INPUT GLBalanceFile.
    IF WS-GLBalanceStatus NOT = '00'
        MOVE 'Y' TO WS-OpeningRun
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ GLBalanceFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF WS-AcctCount < 50
                        ADD 1 TO WS-AcctCount
                        MOVE GLBalAccountCode TO WS-AcctCode(WS-AcctCount)
                        MOVE GLBalDebitTotal TO WS-AcctDebits(WS-AcctCount)
                        MOVE GLBalCreditTotal
                            TO WS-AcctCredits(WS-AcctCount)
                        MOVE GLBalAsOfDate TO WS-AsOfDate
                    END-IF
        END-PERFORM
        CLOSE GLBalanceFile
        IF WS-AcctCount = ZERO
            MOVE 'Y' TO WS-OpeningRun
        END-IF
    END-IF.

ESTABLISH-OPENING-BALANCES.
    DISPLAY 'No GL balances on file; opening balances taken from'.
    DISPLAY 'the subledgers as of ' WS-RunDate '.'.
    MOVE ZERO TO WS-AcctCount.
    PERFORM VARYING WS-CtlIdx FROM 1 BY 1 UNTIL WS-CtlIdx > 4
        ADD 1 TO WS-AcctCount
        MOVE WS-CtlAccount(WS-CtlIdx) TO WS-AcctCode(WS-AcctCount)
        IF WS-CtlSide(WS-CtlIdx) = 'D'
            MOVE WS-CtlSubledger(WS-CtlIdx) TO WS-AcctDebits(WS-AcctCount)
            MOVE ZERO TO WS-AcctCredits(WS-AcctCount)
        ELSE
            MOVE ZERO TO WS-AcctDebits(WS-AcctCount)
            MOVE WS-CtlSubledger(WS-CtlIdx)
                TO WS-AcctCredits(WS-AcctCount)
        END-IF
    END-PERFORM.
    MOVE WS-RunDate TO WS-AsOfDate.

*> every calendar day is tried, since online postings can fall on a
*> day the batch does not run; a day with no journal had no activity
ROLL-FORWARD-JOURNALS.
    MOVE WS-AsOfDate TO WS-JournalDay.
    MOVE ZERO TO WS-DayCount.
    PERFORM UNTIL WS-JournalDay NOT LESS THAN WS-RunDate
            OR WS-DayCount NOT LESS THAN WS-MaxRollDays
        CALL 'AdjustDateByDays' USING WS-JournalDay WS-OneDay
            WS-NextDay
        MOVE WS-NextDay TO WS-JournalDay
        ADD 1 TO WS-DayCount
        PERFORM POST-ONE-JOURNAL
    END-PERFORM.
    MOVE WS-JournalDay TO WS-AsOfDate.
    IF WS-JournalDay < WS-RunDate
        DISPLAY 'GL balances were more than ' WS-MaxRollDays
            ' days old; delete gl-balances.dat to re-establish them.'
    END-IF.
    DISPLAY WS-JournalsRead ' daily journal(s) rolled into GL balances.'.

POST-ONE-JOURNAL.
    MOVE SPACES TO WS-JournalFileName.
    STRING 'gl-journal-' WS-JournalDay '.dat' DELIMITED BY SIZE
        INTO WS-JournalFileName.
    MOVE 'N' TO EOF.
    OPEN INPUT JournalFile.
    IF WS-JournalFileStatus = '00'
        ADD 1 TO WS-JournalsRead
        PERFORM UNTIL EOF = 'Y'
            READ JournalFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM ACCUMULATE-JOURNAL-LINE
        END-PERFORM
        CLOSE JournalFile
    END-IF.

ACCUMULATE-JOURNAL-LINE.
    MOVE ZERO TO WS-AcctHit.
    PERFORM VARYING WS-AcctIdx FROM 1 BY 1
            UNTIL WS-AcctIdx > WS-AcctCount
        IF WS-AcctCode(WS-AcctIdx) = JournalAccountCode
            MOVE WS-AcctIdx TO WS-AcctHit
            MOVE WS-AcctCount TO WS-AcctIdx
        END-IF
    END-PERFORM.
    IF WS-AcctHit = ZERO AND WS-AcctCount < 50
        ADD 1 TO WS-AcctCount
        MOVE WS-AcctCount TO WS-AcctHit
        MOVE JournalAccountCode TO WS-AcctCode(WS-AcctHit)
        MOVE ZERO TO WS-AcctDebits(WS-AcctHit)
        MOVE ZERO TO WS-AcctCredits(WS-AcctHit)
    END-IF.
    IF WS-AcctHit > ZERO
        ADD JournalDebitAmount TO WS-AcctDebits(WS-AcctHit)
        ADD JournalCreditAmount TO WS-AcctCredits(WS-AcctHit)
    END-IF.

SAVE-GL-BALANCES.
    OPEN OUTPUT GLBalanceFile.
    PERFORM VARYING WS-AcctIdx FROM 1 BY 1
            UNTIL WS-AcctIdx > WS-AcctCount
        MOVE WS-AcctCode(WS-AcctIdx) TO GLBalAccountCode
        MOVE WS-AsOfDate TO GLBalAsOfDate
        MOVE WS-AcctDebits(WS-AcctIdx) TO GLBalDebitTotal
        MOVE WS-AcctCredits(WS-AcctIdx) TO GLBalCreditTotal
        WRITE GLBalanceRecord
    END-PERFORM.
    CLOSE GLBalanceFile.

WRITE-RECON-REPORT.
    MOVE SPACES TO WS-ReconFileName.
    STRING 'gl-recon-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ReconFileName.
    OPEN OUTPUT ReconFile.
    MOVE SPACES TO ReconLine.
    STRING 'GL to Subledger Reconciliation for ' WS-RunDate
        DELIMITED BY SIZE INTO ReconLine.
    WRITE ReconLine.
    IF WS-OpeningRun = 'Y'
        MOVE 'Opening run: GL balances established from the subledgers.'
            TO ReconLine
        WRITE ReconLine
    END-IF.
    MOVE SPACES TO ReconLine.
    WRITE ReconLine.
    MOVE 'Account    Control                                  GL Balance            Subledger           Difference  Status'
        TO ReconLine.
    WRITE ReconLine.
    PERFORM VARYING WS-CtlIdx FROM 1 BY 1 UNTIL WS-CtlIdx > 4
        PERFORM RECONCILE-ONE-ACCOUNT
    END-PERFORM.
    MOVE SPACES TO ReconLine.
    WRITE ReconLine.
    MOVE SPACES TO ReconLine.
    STRING 'Accounts out of balance over tolerance: ' WS-OutOfBalance
        DELIMITED BY SIZE INTO ReconLine.
    WRITE ReconLine.
    CLOSE ReconFile.
    DISPLAY 'GL reconciliation: ' WS-OutOfBalance
        ' account(s) out of balance. See ' WS-ReconFileName.

RECONCILE-ONE-ACCOUNT.
    MOVE ZERO TO WS-GLBalance.
    PERFORM VARYING WS-AcctIdx FROM 1 BY 1
            UNTIL WS-AcctIdx > WS-AcctCount
        IF WS-AcctCode(WS-AcctIdx) = WS-CtlAccount(WS-CtlIdx)
            IF WS-CtlSide(WS-CtlIdx) = 'D'
                COMPUTE WS-GLBalance = WS-AcctDebits(WS-AcctIdx)
                    - WS-AcctCredits(WS-AcctIdx)
            ELSE
                COMPUTE WS-GLBalance = WS-AcctCredits(WS-AcctIdx)
                    - WS-AcctDebits(WS-AcctIdx)
            END-IF
        END-IF
    END-PERFORM.
    COMPUTE WS-Difference = WS-GLBalance - WS-CtlSubledger(WS-CtlIdx).
    IF WS-Difference < ZERO
        COMPUTE WS-AbsDifference = WS-Difference * -1
    ELSE
        MOVE WS-Difference TO WS-AbsDifference
    END-IF.
    IF WS-AbsDifference > LS-Tolerance
        MOVE 'OUT OF BAL' TO WS-ReconStatus
        ADD 1 TO WS-OutOfBalance
        DISPLAY 'GL break on ' WS-CtlAccount(WS-CtlIdx)
            ': difference ' WS-Difference
    ELSE
        MOVE 'IN BALANCE' TO WS-ReconStatus
    END-IF.
    MOVE WS-GLBalance TO WS-DisplayGL.
    MOVE WS-CtlSubledger(WS-CtlIdx) TO WS-DisplaySub.
    MOVE WS-Difference TO WS-DisplayDiff.
    MOVE SPACES TO ReconLine.
    STRING WS-CtlAccount(WS-CtlIdx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-CtlName(WS-CtlIdx) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DisplayGL DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DisplaySub DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-DisplayDiff DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-ReconStatus DELIMITED BY SIZE
        INTO ReconLine.
    WRITE ReconLine.
