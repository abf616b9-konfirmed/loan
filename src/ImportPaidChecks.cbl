IDENTIFICATION DIVISION.
PROGRAM-ID. ImportPaidChecks.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PDSEL.
    COPY KRSEL.
    SELECT ExceptionFile ASSIGN TO WS-ExceptionFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PaidCheckFile.
    COPY PDREC.

FD  CheckRegisterFile.
    COPY KRREC.

FD  ExceptionFile.
01  ExceptionLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                     PIC X VALUE 'N'.
01 WS-PaidCheckFileStatus  PIC X(02).
01 WS-CheckRegisterStatus  PIC X(02).
01 WS-ExceptionFileName    PIC X(40).
01 WS-RunDate              PIC 9(8).
01 WS-ChecksCleared        PIC 9(7) VALUE ZERO.
01 WS-ChecksMismatched     PIC 9(7) VALUE ZERO.
01 WS-ChecksRejected       PIC 9(7) VALUE ZERO.
01 WS-RejectReason         PIC X(40).

LINKAGE SECTION.
01 LS-ChecksCleared PIC 9(7).

*> the bank's paid-check file lists every check it paid against the
*> disbursement account. Each item clears the matching check on the
*> register; a paid amount that differs from the amount written is
*> cleared but flagged, and items for checks we never wrote, checks
*> already voided or checks already paid go to the exception file for
*> research
PROCEDURE DIVISION USING LS-ChecksCleared.
    DISPLAY 'Importing paid check file...'.
    MOVE ZERO TO LS-ChecksCleared.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT PaidCheckFile.
    IF WS-PaidCheckFileStatus = '35'
        DISPLAY 'No paid check file found. Nothing to process.'
        GOBACK
    END-IF.

    STRING 'paid-check-exceptions-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ExceptionFileName.
    OPEN OUTPUT ExceptionFile.
    MOVE 'Check No  Paid Date  Paid Amount  Reason' TO ExceptionLine.
    WRITE ExceptionLine.

    OPEN I-O CheckRegisterFile.
    IF WS-CheckRegisterStatus = '35'
        OPEN OUTPUT CheckRegisterFile
        CLOSE CheckRegisterFile
        OPEN I-O CheckRegisterFile
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ PaidCheckFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM PROCESS-PAID-CHECK
    END-PERFORM.

    CLOSE PaidCheckFile.
    CLOSE CheckRegisterFile.
    CLOSE ExceptionFile.

    MOVE WS-ChecksCleared TO LS-ChecksCleared.
    DISPLAY 'Checks cleared: ' WS-ChecksCleared.
    DISPLAY 'Amount mismatches: ' WS-ChecksMismatched.
    DISPLAY 'Paid items rejected: ' WS-ChecksRejected.
    DISPLAY 'Exceptions written to ' WS-ExceptionFileName.
    GOBACK.

PROCESS-PAID-CHECK.
    IF PaidCheckNumber NOT NUMERIC OR PaidCheckAmount NOT NUMERIC
        MOVE 'RECORD NOT NUMERIC' TO WS-RejectReason
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        MOVE PaidCheckNumber TO CheckNumber
        READ CheckRegisterFile
            INVALID KEY
                MOVE 'CHECK NOT ON REGISTER' TO WS-RejectReason
                PERFORM WRITE-EXCEPTION-LINE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN CheckVoided
                        MOVE 'PAID AFTER VOID' TO WS-RejectReason
                        PERFORM WRITE-EXCEPTION-LINE
                    WHEN CheckCleared
                        MOVE 'ALREADY PAID' TO WS-RejectReason
                        PERFORM WRITE-EXCEPTION-LINE
                    WHEN OTHER
                        PERFORM CLEAR-CHECK
                END-EVALUATE
        END-READ
    END-IF.

CLEAR-CHECK.
    SET CheckCleared TO TRUE.
    MOVE PaidCheckDate TO CheckClearedDate.
    MOVE PaidCheckAmount TO CheckPaidAmount.
    IF PaidCheckAmount = CheckAmount
        SET CheckAmountMatched TO TRUE
    ELSE
        SET CheckAmountMismatch TO TRUE
        MOVE SPACES TO WS-RejectReason
        STRING 'AMOUNT MISMATCH, ISSUED ' CheckAmount
            DELIMITED BY SIZE INTO WS-RejectReason
        PERFORM WRITE-MISMATCH-LINE
    END-IF.
    REWRITE CheckRegisterRecord.
    ADD 1 TO WS-ChecksCleared.

WRITE-MISMATCH-LINE.
    ADD 1 TO WS-ChecksMismatched.
    MOVE SPACES TO ExceptionLine.
    STRING PaidCheckNumber DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        PaidCheckDate DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        PaidCheckAmount DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RejectReason DELIMITED BY SIZE
        INTO ExceptionLine.
    WRITE ExceptionLine.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-ChecksRejected.
    MOVE SPACES TO ExceptionLine.
    STRING PaidCheckNumber DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        PaidCheckDate DELIMITED BY SIZE
        '   ' DELIMITED BY SIZE
        PaidCheckAmount DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RejectReason DELIMITED BY SIZE
        INTO ExceptionLine.
    WRITE ExceptionLine.
