IDENTIFICATION DIVISION.
PROGRAM-ID. ImportScoreRefresh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SRSEL.
    COPY CSSEL.
    COPY BRSEL.
    SELECT ScoreDropFile ASSIGN TO WS-ScoreDropFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ScoreRefreshFile.
    COPY SRREC.

FD  CreditScoreFile.
    COPY CSREC.

FD  BorrowerFile.
    COPY BRREC.

FD  ScoreDropFile.
01  ScoreDropLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                     PIC X VALUE 'N'.
01 WS-ScoreRefreshStatus   PIC X(02).
01 WS-CreditScoreStatus    PIC X(02).
01 WS-BorrowerFileStatus   PIC X(02).
01 WS-ScoreDropFileName    PIC X(40).
01 WS-RunDate              PIC 9(8).
01 WS-BorrowerOpen         PIC X VALUE 'N'.
01 WS-BorrowerFound        PIC X VALUE 'N'.
01 WS-BorrowerName         PIC X(30).
01 WS-HistoryEOF           PIC X VALUE 'N'.
01 WS-PriorFound           PIC X VALUE 'N'.
01 WS-PriorScore           PIC 9(3).
01 WS-PriorDate            PIC 9(8).
01 WS-ScoreDrop            PIC S9(4).
01 WS-DropShown            PIC ZZZ9.
01 WS-ScoresImported       PIC 9(7) VALUE ZERO.
01 WS-DuplicatesSkipped    PIC 9(7) VALUE ZERO.
01 WS-RejectsCount         PIC 9(7) VALUE ZERO.
01 WS-DropsListed          PIC 9(7) VALUE ZERO.

*> a refreshed score more than this many points below the borrower's
*> prior score on the same model goes on the exception report
01 WS-ScoreDropPoints      PIC 9(4) VALUE 50.
*> scores outside this range are not scores and are rejected
01 WS-LowestValidScore     PIC 9(3) VALUE 300.
01 WS-HighestValidScore    PIC 9(3) VALUE 850.

*> periodic score refresh from the credit bureau: one score per
*> borrower with the score date and scoring model. Every score is
*> kept in the score history by borrower, date and model, so a rerun
*> of the same file adds nothing. A score that has fallen by more than
*> the drop threshold from the borrower's prior score on the same model
*> is listed on the score-drop exception report for line controls,
*> collections and risk grading to act on
PROCEDURE DIVISION.
    DISPLAY 'Importing credit score refresh file...'.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT ScoreRefreshFile.
    IF WS-ScoreRefreshStatus = '35'
        DISPLAY 'No score refresh file found. Nothing to import.'
        GOBACK
    END-IF.

    OPEN I-O CreditScoreFile.
    IF WS-CreditScoreStatus = '35'
        OPEN OUTPUT CreditScoreFile
        CLOSE CreditScoreFile
        OPEN I-O CreditScoreFile
    END-IF.
    MOVE 'N' TO WS-BorrowerOpen.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE 'Y' TO WS-BorrowerOpen
    END-IF.

    MOVE SPACES TO WS-ScoreDropFileName.
    STRING 'score-drops-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ScoreDropFileName.
    OPEN OUTPUT ScoreDropFile.
    MOVE SPACES TO ScoreDropLine.
    STRING '=== Credit Score Drops of More Than ' WS-ScoreDropPoints
        ' Points (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO ScoreDropLine.
    WRITE ScoreDropLine.
    MOVE 'Borr. Borrower                       Model      Prior Date     New Date     Drop'
        TO ScoreDropLine.
    WRITE ScoreDropLine.

    PERFORM UNTIL EOF = 'Y'
        READ ScoreRefreshFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM IMPORT-ONE-SCORE
    END-PERFORM.

    MOVE SPACES TO ScoreDropLine.
    WRITE ScoreDropLine.
    MOVE SPACES TO ScoreDropLine.
    STRING 'Borrowers listed: ' WS-DropsListed DELIMITED BY SIZE
        INTO ScoreDropLine.
    WRITE ScoreDropLine.

    CLOSE ScoreRefreshFile.
    CLOSE CreditScoreFile.
    CLOSE ScoreDropFile.
    IF WS-BorrowerOpen = 'Y'
        CLOSE BorrowerFile
    END-IF.

    DISPLAY 'Credit scores imported: ' WS-ScoresImported.
    DISPLAY 'Already on file, skipped: ' WS-DuplicatesSkipped.
    DISPLAY 'Records rejected: ' WS-RejectsCount.
    DISPLAY 'Score drops listed: ' WS-DropsListed.
    DISPLAY 'Score drop report written to ' WS-ScoreDropFileName.
    GOBACK.

IMPORT-ONE-SCORE.
    IF ScoreRefBorrowerID NOT NUMERIC OR ScoreRefScore NOT NUMERIC
            OR ScoreRefDate NOT NUMERIC OR ScoreRefDate = ZERO
            OR ScoreRefModel = SPACES
        DISPLAY 'Score record for Borrower ' ScoreRefBorrowerID
            ' is incomplete; rejected.'
        ADD 1 TO WS-RejectsCount
    ELSE
        IF ScoreRefScore < WS-LowestValidScore
                OR ScoreRefScore > WS-HighestValidScore
            DISPLAY 'Score ' ScoreRefScore ' for Borrower '
                ScoreRefBorrowerID ' is out of range; rejected.'
            ADD 1 TO WS-RejectsCount
        ELSE
            PERFORM LOOKUP-BORROWER
            IF WS-BorrowerFound = 'N'
                DISPLAY 'Score for Borrower ' ScoreRefBorrowerID
                    ' has no borrower on file; rejected.'
                ADD 1 TO WS-RejectsCount
            ELSE
                PERFORM STORE-SCORE
            END-IF
        END-IF
    END-IF.

STORE-SCORE.
    PERFORM FIND-PRIOR-SCORE.
    MOVE ScoreRefBorrowerID TO CreditScoreBorrowerID.
    MOVE ScoreRefDate       TO CreditScoreDate.
    MOVE ScoreRefModel      TO CreditScoreModel.
    MOVE ScoreRefScore      TO CreditScoreValue.
    MOVE ScoreRefBureau     TO CreditScoreBureau.
    MOVE WS-RunDate         TO CreditScoreImportedDate.
    WRITE CreditScoreRecord
        INVALID KEY
            ADD 1 TO WS-DuplicatesSkipped
        NOT INVALID KEY
            ADD 1 TO WS-ScoresImported
            PERFORM CHECK-SCORE-DROP
    END-WRITE.

*> the prior score is the latest one on the same model dated before
*> the refreshed score
FIND-PRIOR-SCORE.
    MOVE 'N' TO WS-PriorFound.
    MOVE ZERO TO WS-PriorScore.
    MOVE ZERO TO WS-PriorDate.
    MOVE 'N' TO WS-HistoryEOF.
    MOVE ScoreRefBorrowerID TO CreditScoreBorrowerID.
    MOVE ZERO TO CreditScoreDate.
    MOVE SPACES TO CreditScoreModel.
    START CreditScoreFile KEY IS NOT LESS THAN CreditScoreKey
        INVALID KEY
            MOVE 'Y' TO WS-HistoryEOF
    END-START.
    PERFORM UNTIL WS-HistoryEOF = 'Y'
        READ CreditScoreFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-HistoryEOF
            NOT AT END
                IF CreditScoreBorrowerID NOT = ScoreRefBorrowerID
                        OR CreditScoreDate NOT < ScoreRefDate
                    MOVE 'Y' TO WS-HistoryEOF
                ELSE
                    IF CreditScoreModel = ScoreRefModel
                        MOVE 'Y' TO WS-PriorFound
                        MOVE CreditScoreValue TO WS-PriorScore
                        MOVE CreditScoreDate TO WS-PriorDate
                    END-IF
                END-IF
    END-PERFORM.

CHECK-SCORE-DROP.
    IF WS-PriorFound = 'Y'
        COMPUTE WS-ScoreDrop = WS-PriorScore - ScoreRefScore
        IF WS-ScoreDrop > WS-ScoreDropPoints
            MOVE WS-ScoreDrop TO WS-DropShown
            MOVE SPACES TO ScoreDropLine
            STRING ScoreRefBorrowerID ' ' WS-BorrowerName ' '
                ScoreRefModel ' ' WS-PriorScore ' ' WS-PriorDate '  '
                ScoreRefScore ' ' ScoreRefDate ' ' WS-DropShown
                DELIMITED BY SIZE INTO ScoreDropLine
            WRITE ScoreDropLine
            ADD 1 TO WS-DropsListed
        END-IF
    END-IF.

LOOKUP-BORROWER.
    MOVE 'N' TO WS-BorrowerFound.
    MOVE SPACES TO WS-BorrowerName.
    IF WS-BorrowerOpen = 'Y'
        MOVE ScoreRefBorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-BorrowerFound
                MOVE BorrowerFullName TO WS-BorrowerName
        END-READ
    END-IF.
