IDENTIFICATION DIVISION.
PROGRAM-ID. GeneratePositivePay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KRSEL.
    SELECT PositivePayFile ASSIGN TO WS-PositivePayFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PositivePayStatus.

DATA DIVISION.
FILE SECTION.
FD  CheckRegisterFile.
    COPY KRREC.

FD  PositivePayFile.
01  PositivePayRecord.
    05 PosPayRecordType   PIC X(01).
    05 PosPayAccount      PIC X(12).
    05 PosPayCheckNumber  PIC 9(8).
    05 PosPayIssueDate    PIC 9(8).
    05 PosPayAmount       PIC 9(9)V99.
    05 PosPayPayee        PIC X(30).
01  PositivePayTrailer.
    05 PosPayTrailerType  PIC X(01).
    05 PosPayTrailerAcct  PIC X(12).
    05 PosPayItemCount    PIC 9(7).
    05 PosPayTotalAmount  PIC 9(11)V99.
    05 FILLER             PIC X(37).

WORKING-STORAGE SECTION.
01 WS-CheckRegisterStatus  PIC X(02).
01 WS-PositivePayStatus    PIC X(02).
01 WS-PositivePayFileName  PIC X(40).
01 WS-RegisterEOF          PIC X VALUE 'N'.
01 WS-RunDate              PIC 9(8).
01 WS-IssuesSent           PIC 9(7) VALUE ZERO.
01 WS-VoidsSent            PIC 9(7) VALUE ZERO.
01 WS-ItemCount            PIC 9(7) VALUE ZERO.
01 WS-TotalAmount          PIC 9(11)V99 VALUE ZERO.
01 WS-ManifestFileName     PIC X(50).
01 WS-ManifestProgram      PIC X(20) VALUE 'GeneratePositivePay'.
01 WS-ManifestRecords      PIC 9(9).
01 WS-ManifestHash         PIC 9(13)V99.

*> the disbursement account the checks are drawn on, as the bank
*> knows it
01 WS-DisbursementAccount  PIC X(12) VALUE '000123456789'.

LINKAGE SECTION.
01 LS-ItemsSent            PIC 9(7).

*> the daily positive pay file for the bank: every check registered
*> since the last file is sent as an issue item and every void not
*> yet reported is sent as a void item, so the bank pays only checks
*> we actually wrote and refuses anything voided. Each item is marked
*> with the date it went out so it is never sent twice
PROCEDURE DIVISION USING LS-ItemsSent.
    DISPLAY 'Building positive pay file...'.
    MOVE ZERO TO LS-ItemsSent.
    MOVE ZERO TO WS-IssuesSent.
    MOVE ZERO TO WS-VoidsSent.
    MOVE ZERO TO WS-TotalAmount.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN I-O CheckRegisterFile.
    IF WS-CheckRegisterStatus NOT = '00'
        DISPLAY 'No check register on file. Nothing to send.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-PositivePayFileName.
    STRING 'positive-pay-' WS-RunDate '.dat'
        DELIMITED BY SIZE INTO WS-PositivePayFileName.
    OPEN OUTPUT PositivePayFile.

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
                PERFORM SEND-CHECK-ITEMS
    END-PERFORM.

    COMPUTE WS-ItemCount = WS-IssuesSent + WS-VoidsSent.
    MOVE SPACES TO PositivePayTrailer.
    MOVE 'T' TO PosPayTrailerType.
    MOVE WS-DisbursementAccount TO PosPayTrailerAcct.
    MOVE WS-ItemCount TO PosPayItemCount.
    MOVE WS-TotalAmount TO PosPayTotalAmount.
    WRITE PositivePayTrailer.
    CLOSE PositivePayFile.
    MOVE WS-PositivePayFileName TO WS-ManifestFileName.
    MOVE WS-ItemCount TO WS-ManifestRecords.
    MOVE WS-TotalAmount TO WS-ManifestHash.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.
    CLOSE CheckRegisterFile.

    MOVE WS-ItemCount TO LS-ItemsSent.
    DISPLAY 'Issued checks sent: ' WS-IssuesSent
        '  Voids sent: ' WS-VoidsSent.
    DISPLAY 'Positive pay file written to ' WS-PositivePayFileName.
    GOBACK.

*> a check written and voided before the file went out is sent as
*> both the issue and the void so the bank's record of the check
*> number is complete
SEND-CHECK-ITEMS.
    IF CheckPosPayDate = ZERO
        MOVE 'I' TO PosPayRecordType
        PERFORM WRITE-POSITIVE-PAY-ITEM
        MOVE WS-RunDate TO CheckPosPayDate
        ADD 1 TO WS-IssuesSent
        ADD CheckAmount TO WS-TotalAmount
        REWRITE CheckRegisterRecord
    END-IF.
    IF CheckVoided AND CheckVoidSentDate = ZERO
        MOVE 'V' TO PosPayRecordType
        PERFORM WRITE-POSITIVE-PAY-ITEM
        MOVE WS-RunDate TO CheckVoidSentDate
        ADD 1 TO WS-VoidsSent
        REWRITE CheckRegisterRecord
    END-IF.

WRITE-POSITIVE-PAY-ITEM.
    MOVE WS-DisbursementAccount TO PosPayAccount.
    MOVE CheckNumber TO PosPayCheckNumber.
    MOVE CheckIssueDate TO PosPayIssueDate.
    MOVE CheckAmount TO PosPayAmount.
    MOVE CheckPayee TO PosPayPayee.
    WRITE PositivePayRecord.
