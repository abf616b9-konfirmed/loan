IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPostingPeriod.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PCSEL.

DATA DIVISION.
FILE SECTION.
FD  PeriodControlFile.
    COPY PCREC.

WORKING-STORAGE SECTION.
01 WS-PeriodControlStatus PIC X(02).
01 WS-MonthClosed         PIC X VALUE 'N'.
01 WS-CheckDate           PIC 9(8).
01 WS-CheckDateParts REDEFINES WS-CheckDate.
    05 WS-CheckYearMonth   PIC 9(6).
    05 WS-CheckYearMonthParts REDEFINES WS-CheckYearMonth.
        10 WS-CheckYear    PIC 9(4).
        10 WS-CheckMonth   PIC 9(2).
    05 WS-CheckDay         PIC 9(2).
01 WS-MonthsTried         PIC 9(3) VALUE ZERO.

LINKAGE SECTION.
01 LS-PostingDate     PIC 9(8).
01 LS-PeriodOpen      PIC X(01).
01 LS-OpenPostingDate PIC 9(8).

*> tells a posting program whether the accounting month holding a
*> date still takes postings. A month is open until month-end close
*> marks it CLOSED, and open again once a supervisor has reopened it;
*> a month with no control record has never been closed. For a date
*> in a closed month the date to post to instead is returned: today,
*> or the first day of the first month after it that is still open
PROCEDURE DIVISION USING LS-PostingDate LS-PeriodOpen
        LS-OpenPostingDate.
    MOVE 'Y' TO LS-PeriodOpen.
    MOVE LS-PostingDate TO LS-OpenPostingDate.
    OPEN INPUT PeriodControlFile.
    IF WS-PeriodControlStatus NOT = '00'
        GOBACK
    END-IF.

    MOVE LS-PostingDate TO WS-CheckDate.
    PERFORM CHECK-MONTH-CLOSED.
    IF WS-MonthClosed = 'Y'
        MOVE 'N' TO LS-PeriodOpen
        ACCEPT WS-CheckDate FROM DATE YYYYMMDD
        MOVE ZERO TO WS-MonthsTried
        PERFORM CHECK-MONTH-CLOSED
        PERFORM UNTIL WS-MonthClosed = 'N' OR WS-MonthsTried > 120
            PERFORM ADVANCE-TO-NEXT-MONTH
            PERFORM CHECK-MONTH-CLOSED
        END-PERFORM
        MOVE WS-CheckDate TO LS-OpenPostingDate
    END-IF.
    CLOSE PeriodControlFile.
    GOBACK.

CHECK-MONTH-CLOSED.
    MOVE 'N' TO WS-MonthClosed.
    MOVE WS-CheckYearMonth TO PeriodYearMonth.
    READ PeriodControlFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF PeriodClosed
                MOVE 'Y' TO WS-MonthClosed
            END-IF
    END-READ.

ADVANCE-TO-NEXT-MONTH.
    ADD 1 TO WS-MonthsTried.
    IF WS-CheckMonth = 12
        ADD 1 TO WS-CheckYear
        MOVE 1 TO WS-CheckMonth
    ELSE
        ADD 1 TO WS-CheckMonth
    END-IF.
    MOVE 1 TO WS-CheckDay.
