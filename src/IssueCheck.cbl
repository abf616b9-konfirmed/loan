IDENTIFICATION DIVISION.
PROGRAM-ID. IssueCheck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KRSEL.

DATA DIVISION.
FILE SECTION.
FD  CheckRegisterFile.
    COPY KRREC.

WORKING-STORAGE SECTION.
01 WS-CheckRegisterStatus PIC X(02).
01 WS-RegisterEOF         PIC X VALUE 'N'.
01 WS-NextCheckNumber     PIC 9(8) VALUE ZERO.

*> the first number on the check stock; the register numbers every
*> check after the highest one already issued
01 WS-FirstCheckNumber    PIC 9(8) VALUE 10000001.

LINKAGE SECTION.
01 LS-LoanID              PIC 9(7).
01 LS-Amount              PIC 9(9)V99.
01 LS-Payee               PIC X(30).
01 LS-Source              PIC X(08).
01 LS-SourceRef           PIC X(10).
01 LS-IssueDate           PIC 9(8).
01 LS-CheckNumber         PIC 9(8).

*> every program that cuts a check registers it here: refunds, suspense
*> refunds, loss-claim releases, escrow disbursements and dealer reserve
*> payouts. The check goes out as ISSUED and is picked up by the next
*> positive pay file; the number assigned is handed back to the caller
PROCEDURE DIVISION USING LS-LoanID LS-Amount LS-Payee LS-Source
        LS-SourceRef LS-IssueDate LS-CheckNumber.
    OPEN I-O CheckRegisterFile.
    IF WS-CheckRegisterStatus = '35'
        OPEN OUTPUT CheckRegisterFile
        CLOSE CheckRegisterFile
        OPEN I-O CheckRegisterFile
    END-IF.
    PERFORM FIND-NEXT-CHECK-NUMBER.

    INITIALIZE CheckRegisterRecord.
    MOVE WS-NextCheckNumber TO CheckNumber.
    MOVE LS-LoanID TO CheckLoanID.
    MOVE LS-IssueDate TO CheckIssueDate.
    MOVE LS-Amount TO CheckAmount.
    MOVE LS-Payee TO CheckPayee.
    MOVE LS-Source TO CheckSource.
    MOVE LS-SourceRef TO CheckSourceRef.
    SET CheckOutstanding TO TRUE.
    SET CheckAmountMatched TO TRUE.
    WRITE CheckRegisterRecord
        INVALID KEY
            DISPLAY 'Check number ' WS-NextCheckNumber
                ' already on the register; check not registered.'
            MOVE ZERO TO LS-CheckNumber
        NOT INVALID KEY
            MOVE WS-NextCheckNumber TO LS-CheckNumber
            DISPLAY 'Check ' WS-NextCheckNumber ' issued to '
                LS-Payee ' for ' LS-Amount '.'
    END-WRITE.
    CLOSE CheckRegisterFile.
    GOBACK.

FIND-NEXT-CHECK-NUMBER.
    MOVE ZERO TO WS-NextCheckNumber.
    MOVE 'N' TO WS-RegisterEOF.
    MOVE ZERO TO CheckNumber.
    START CheckRegisterFile KEY IS NOT LESS THAN CheckNumber
        INVALID KEY
            MOVE 'Y' TO WS-RegisterEOF
    END-START.
    PERFORM UNTIL WS-RegisterEOF = 'Y'
        READ CheckRegisterFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-RegisterEOF
            NOT AT END
                IF CheckNumber NOT LESS THAN WS-NextCheckNumber
                    MOVE CheckNumber TO WS-NextCheckNumber
                END-IF
    END-PERFORM.
    IF WS-NextCheckNumber < WS-FirstCheckNumber
        MOVE WS-FirstCheckNumber TO WS-NextCheckNumber
    ELSE
        ADD 1 TO WS-NextCheckNumber
    END-IF.
