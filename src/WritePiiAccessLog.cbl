IDENTIFICATION DIVISION.
PROGRAM-ID. WritePiiAccessLog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PISEL.

DATA DIVISION.
FILE SECTION.
FD  PiiAccessLogFile.
    COPY PIREC.

WORKING-STORAGE SECTION.
01 WS-PiiAccessLogStatus PIC X(02).

LINKAGE SECTION.
01 LS-UserID        PIC X(20).
01 LS-LoanID        PIC 9(7).
01 LS-BorrowerID    PIC 9(5).
01 LS-FieldName     PIC X(12).
01 LS-Reason        PIC X(40).

*> one line for every full tax ID or bank account number shown
PROCEDURE DIVISION USING LS-UserID LS-LoanID LS-BorrowerID
        LS-FieldName LS-Reason.
    OPEN EXTEND PiiAccessLogFile.
    IF WS-PiiAccessLogStatus = '35'
        OPEN OUTPUT PiiAccessLogFile
        CLOSE PiiAccessLogFile
        OPEN EXTEND PiiAccessLogFile
    END-IF.
    MOVE LS-UserID TO PiiUserID.
    ACCEPT PiiDate FROM DATE YYYYMMDD.
    ACCEPT PiiTime FROM TIME.
    MOVE LS-LoanID TO PiiLoanID.
    MOVE LS-BorrowerID TO PiiBorrowerID.
    MOVE LS-FieldName TO PiiFieldName.
    MOVE LS-Reason TO PiiReason.
    WRITE PiiAccessRecord.
    CLOSE PiiAccessLogFile.
    GOBACK.
