IDENTIFICATION DIVISION.
PROGRAM-ID. GetLatestCreditScore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CSSEL.

DATA DIVISION.
FILE SECTION.
FD  CreditScoreFile.
    COPY CSREC.

WORKING-STORAGE SECTION.
01 WS-CreditScoreStatus PIC X(02).
01 WS-CreditScoreEOF    PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-BorrowerID PIC 9(5).
01 LS-Score      PIC 9(3).
01 LS-Date       PIC 9(8).
01 LS-Model      PIC X(10).
01 LS-Found      PIC X(01).

*> returns the most recent score on file for a borrower, whatever the
*> model. The history is keyed by borrower and score date, so the last
*> entry read for the borrower is the latest
PROCEDURE DIVISION USING LS-BorrowerID LS-Score LS-Date LS-Model
        LS-Found.
    MOVE 'N' TO LS-Found.
    MOVE ZERO TO LS-Score.
    MOVE ZERO TO LS-Date.
    MOVE SPACES TO LS-Model.
    MOVE 'N' TO WS-CreditScoreEOF.
    OPEN INPUT CreditScoreFile.
    IF WS-CreditScoreStatus NOT = '00'
        GOBACK
    END-IF.
    MOVE LS-BorrowerID TO CreditScoreBorrowerID.
    MOVE ZERO TO CreditScoreDate.
    MOVE SPACES TO CreditScoreModel.
    START CreditScoreFile KEY IS NOT LESS THAN CreditScoreKey
        INVALID KEY
            MOVE 'Y' TO WS-CreditScoreEOF
    END-START.
    PERFORM UNTIL WS-CreditScoreEOF = 'Y'
        READ CreditScoreFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-CreditScoreEOF
            NOT AT END
                IF CreditScoreBorrowerID = LS-BorrowerID
                    MOVE CreditScoreValue TO LS-Score
                    MOVE CreditScoreDate TO LS-Date
                    MOVE CreditScoreModel TO LS-Model
                    MOVE 'Y' TO LS-Found
                ELSE
                    MOVE 'Y' TO WS-CreditScoreEOF
                END-IF
    END-PERFORM.
    CLOSE CreditScoreFile.
    GOBACK.
