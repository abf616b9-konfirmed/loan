IDENTIFICATION DIVISION.
PROGRAM-ID. ReportStateLimitExceptions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    SELECT ExceptionReportFile ASSIGN TO WS-ExceptionReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  ExceptionReportFile.
01  ExceptionReportLine PIC X(120).

WORKING-STORAGE SECTION.
01 EOF                        PIC X VALUE 'N'.
01 WS-LoanFileStatus          PIC X(02).
01 WS-ExceptionReportFileName PIC X(50).
01 WS-RunDate                 PIC 9(8).
01 WS-LoansChecked            PIC 9(7) VALUE ZERO.
01 WS-Exceptions              PIC 9(7) VALUE ZERO.
01 WS-ExceptionText           PIC X(40).
    COPY LMREC.

LINKAGE SECTION.
01 LS-Exceptions PIC 9(7).

*> every active loan measured against the limits of its borrower's
*> state in force today: a note rate above the state's maximum APR, or
*> a prepayment penalty where the state does not allow one. Limits
*> are enforced as loans are booked and repriced, so a loan found here
*> was booked before the limit, converted in, or changed by hand
PROCEDURE DIVISION USING LS-Exceptions.
    DISPLAY 'Checking loans against state limits...'.
    MOVE ZERO TO LS-Exceptions.
    MOVE ZERO TO WS-LoansChecked.
    MOVE ZERO TO WS-Exceptions.
    MOVE 'N' TO EOF.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loan file on record. Nothing to check.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-ExceptionReportFileName.
    STRING 'state-limit-exceptions-' WS-RunDate '.dat'
        DELIMITED BY SIZE INTO WS-ExceptionReportFileName.
    OPEN OUTPUT ExceptionReportFile.
    MOVE 'Loan ID  Borrower                       St Rate  Limit Exception'
        TO ExceptionReportLine.
    WRITE ExceptionReportLine.

    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LoanStatusActive
                    PERFORM CHECK-ONE-LOAN
                END-IF
    END-PERFORM.

    MOVE SPACES TO ExceptionReportLine.
    WRITE ExceptionReportLine.
    STRING 'Loans checked: ' WS-LoansChecked
        '  Exceptions: ' WS-Exceptions
        DELIMITED BY SIZE INTO ExceptionReportLine.
    WRITE ExceptionReportLine.

    CLOSE LoanFile.
    CLOSE ExceptionReportFile.

    MOVE WS-Exceptions TO LS-Exceptions.
    DISPLAY 'Loans over their state limits: ' WS-Exceptions.
    DISPLAY 'State limit exceptions written to '
        WS-ExceptionReportFileName.
    GOBACK.

CHECK-ONE-LOAN.
    ADD 1 TO WS-LoansChecked.
    CALL 'GetStateLimits' USING BorrowerID OF LoanRecord WS-RunDate
        StateLimits.
    IF StateLimitOnFile
        IF LimitMaxAPR > ZERO AND InterestRate > LimitMaxAPR
            MOVE 'RATE ABOVE STATE MAXIMUM APR' TO WS-ExceptionText
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
        IF PrepaymentPenaltyActive
                AND NOT LimitPrepayPenaltyAllowed
            MOVE 'PREPAYMENT PENALTY NOT ALLOWED' TO WS-ExceptionText
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

WRITE-EXCEPTION-LINE.
    MOVE SPACES TO ExceptionReportLine.
    STRING LoanID OF LoanRecord ' '
        BorrowerName OF LoanRecord ' '
        LimitState ' '
        InterestRate ' '
        LimitMaxAPR ' '
        WS-ExceptionText
        DELIMITED BY SIZE INTO ExceptionReportLine.
    WRITE ExceptionReportLine.
    ADD 1 TO WS-Exceptions.
