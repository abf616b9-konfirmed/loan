    COPY PRSEL.
    SELECT ReviewListFile ASSIGN TO WS-ReviewListFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CandidateListFile ASSIGN TO WS-CandidateListFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ReviewListFile.
01  ReviewListLine PIC X(132).

FD  CandidateListFile.
01  CandidateListLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                  PIC X VALUE 'N'.
01 WS-LineControlStatus PIC X(02).
01 WS-DaysPastDue       PIC 9(5) VALUE ZERO.
01 WS-DaysPastDueSigned PIC S9(6) VALUE ZERO.
01 WS-LinesListed       PIC 9(5) VALUE ZERO.
01 WS-CandidateListFileName PIC X(40).
01 WS-ScoreFound        PIC X VALUE 'N'.
01 WS-LatestScore       PIC 9(3) VALUE ZERO.
01 WS-LatestScoreDate   PIC 9(8) VALUE ZERO.
01 WS-LatestScoreModel  PIC X(10).

PROCEDURE DIVISION.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY '3. Set Annual Review Date'.
    DISPLAY '4. Display Line Control'.
    DISPLAY '5. Annual Review Work List'.
    DISPLAY '6. Credit Score Freeze Candidates'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

            PERFORM DISPLAY-LINE-CONTROL
        WHEN 5
            PERFORM BUILD-REVIEW-WORK-LIST
        WHEN 6
            PERFORM BUILD-FREEZE-CANDIDATE-LIST
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT LineLoanID.
    PERFORM READ-OR-START-CONTROL.
    DISPLAY 'Enter Freeze Reason (DELQ/RISK/FRD/REQ/SCOR): '.
    ACCEPT LineFreezeReason.
    PERFORM UNTIL FreezeReasonDelinquency OR FreezeReasonRisk
            OR FreezeReasonFraud OR FreezeReasonBorrower
            OR FreezeReasonScore
        DISPLAY 'Invalid input. Enter DELQ, RISK, FRD, REQ or SCOR: '
        ACCEPT LineFreezeReason
    END-PERFORM.
    SET LineFrozen TO TRUE.
                DISPLAY 'Annual review due: ' LineReviewDate
            END-IF
    END-READ.
    PERFORM DISPLAY-BORROWER-SCORE.

*> the borrower's latest refreshed score against the product minimum
DISPLAY-BORROWER-SCORE.
    MOVE LineLoanID TO LoanID OF LoanRecord.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                CALL 'GetLatestCreditScore' USING
                    BorrowerID OF LoanRecord WS-LatestScore
                    WS-LatestScoreDate WS-LatestScoreModel
                    WS-ScoreFound
                IF WS-ScoreFound = 'Y'
                    DISPLAY 'Latest credit score: ' WS-LatestScore
                        ' (' WS-LatestScoreModel ' ' WS-LatestScoreDate
                        ')'
                    PERFORM LOOKUP-PRODUCT
                    IF WS-ProductFound = 'Y' AND ProductMinScore > ZERO
                            AND WS-LatestScore < ProductMinScore
                        DISPLAY '*** Below product minimum score '
                            ProductMinScore ' ***'
                    END-IF
                ELSE
                    DISPLAY 'No refreshed credit score on file.'
                END-IF
        END-READ
        CLOSE LoanFile
    END-IF.

*> lines by review date with utilization and payment performance so
*> officers can reaffirm or cut limits
        ADD 1 TO WS-LinesListed
    END-IF.

*> open revolving lines whose borrower's latest score has fallen
*> below the product's minimum; an officer reviews each and freezes
*> it under reason SCOR
BUILD-FREEZE-CANDIDATE-LIST.
    MOVE SPACES TO WS-CandidateListFileName.
    STRING 'line-freeze-candidates-' WS-TodayDate '.dat'
        DELIMITED BY SIZE INTO WS-CandidateListFileName.
    MOVE ZERO TO WS-LinesListed.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loan file on record.'
    ELSE
        OPEN OUTPUT CandidateListFile
        MOVE 'Loan ID  Borrower                       Product Min Score Score Date     Model      Limit         Balance'
            TO CandidateListLine
        WRITE CandidateListLine
        PERFORM UNTIL EOF = 'Y'
            READ LoanFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LoanStatusActive OF LoanRecord
                            AND CreditLimit > ZERO
                        PERFORM LOOKUP-PRODUCT
                        IF WS-ProductFound = 'Y' AND ProductRevolving
                                AND ProductMinScore > ZERO
                            PERFORM CONSIDER-FREEZE-CANDIDATE
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE LoanFile
        CLOSE CandidateListFile
        DISPLAY WS-LinesListed ' line(s) written to '
            WS-CandidateListFileName
    END-IF.

CONSIDER-FREEZE-CANDIDATE.
    PERFORM LOOKUP-LINE-CONTROL.
    IF LineNotFrozen
        CALL 'GetLatestCreditScore' USING BorrowerID OF LoanRecord
            WS-LatestScore WS-LatestScoreDate WS-LatestScoreModel
            WS-ScoreFound
        IF WS-ScoreFound = 'Y' AND WS-LatestScore < ProductMinScore
            MOVE SPACES TO CandidateListLine
            STRING LoanID OF LoanRecord '  ' BorrowerName OF LoanRecord
                ' ' ProductCode OF LoanRecord '    ' ProductMinScore
                '       ' WS-LatestScore ' ' WS-LatestScoreDate ' '
                WS-LatestScoreModel ' ' CreditLimit ' '
                OutstandingBalance OF LoanRecord
                DELIMITED BY SIZE INTO CandidateListLine
            WRITE CandidateListLine
            ADD 1 TO WS-LinesListed
        END-IF
    END-IF.

LOOKUP-LINE-CONTROL.
    MOVE 'N' TO WS-ControlOnFile.
    SET LineNotFrozen TO TRUE.
