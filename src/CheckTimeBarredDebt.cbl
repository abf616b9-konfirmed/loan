IDENTIFICATION DIVISION.
PROGRAM-ID. CheckTimeBarredDebt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY TLSEL.

DATA DIVISION.
FILE SECTION.
FD  TimeBarredDebtFile.
    COPY TLREC.

WORKING-STORAGE SECTION.
01 WS-TimeBarredDebtStatus PIC X(02).

LINKAGE SECTION.
01 LS-LoanID               PIC 9(7).
01 LS-AsOfDate             PIC 9(8).
01 LS-TimeBarred           PIC X(01).
01 LS-PastReportingLimit   PIC X(01).
01 LS-TimeBarDate          PIC 9(8).
01 LS-BalanceOwed          PIC 9(9)V99.

*> returns 'Y' in the first flag once the limitations period on a
*> charged-off debt has run, so callers must not sue or threaten suit
*> and must give the time-barred disclosure; 'Y' in the second once
*> the account is past the credit reporting limit and must no longer
*> be reported. Also returns the time-barred date and the balance
*> still owed after recoveries; a loan never charged off returns 'N'
*> and zeros
PROCEDURE DIVISION USING LS-LoanID LS-AsOfDate LS-TimeBarred
        LS-PastReportingLimit LS-TimeBarDate LS-BalanceOwed.
    MOVE 'N' TO LS-TimeBarred.
    MOVE 'N' TO LS-PastReportingLimit.
    MOVE ZERO TO LS-TimeBarDate.
    MOVE ZERO TO LS-BalanceOwed.
    OPEN INPUT TimeBarredDebtFile.
    IF WS-TimeBarredDebtStatus = '00'
        MOVE LS-LoanID TO TimeBarLoanID
        READ TimeBarredDebtFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE TimeBarDate TO LS-TimeBarDate
                MOVE TimeBarBalanceOwed TO LS-BalanceOwed
                IF LS-AsOfDate NOT LESS THAN TimeBarDate
                    MOVE 'Y' TO LS-TimeBarred
                END-IF
                IF LS-AsOfDate NOT LESS THAN TimeBarReportLimitDate
                    MOVE 'Y' TO LS-PastReportingLimit
                END-IF
        END-READ
        CLOSE TimeBarredDebtFile
    END-IF.
    GOBACK.
