IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainRiskGrades.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RGSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  RiskRatingFile.
    COPY RGREC.

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus      PIC X(02).
01 WS-RiskRatingStatus    PIC X(02).
01 WS-RatingEOF           PIC X VALUE 'N'.
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-LookupLoanID        PIC 9(7).
01 WS-NewGrade            PIC X(04).
01 WS-OldGrade            PIC X(04).
01 WS-Rationale           PIC X(60).
01 WS-RatingsShown        PIC 9(5) VALUE ZERO.
01 WS-ReportDate          PIC 9(8) VALUE ZERO.
01 WS-LoansReported       PIC 9(7) VALUE ZERO.
01 WS-LatestScore         PIC 9(3).
01 WS-LatestScoreDate     PIC 9(8).
01 WS-LatestScoreModel    PIC X(10).
01 WS-LatestScoreFound    PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the internal risk grade credit administration holds on each loan:
*> pass, watch, special mention, substandard, doubtful or loss. Every
*> change needs a rationale and is kept in the rating history with the
*> grade it replaced, the date and the rater, who is the user signed on
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.

    DISPLAY '--- Loan Risk Grades ---'.
    DISPLAY '1. Change Risk Grade'.
    DISPLAY '2. Display Risk Grade History'.
    DISPLAY '3. Grade Migration Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM CHANGE-RISK-GRADE
        WHEN 2
            PERFORM DISPLAY-RATING-HISTORY
        WHEN 3
            CALL 'ReportRiskGradeMigration' USING WS-ReportDate
                WS-LoansReported
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

*> only loans still on the books are graded; the new grade must differ
*> from the current one and the rationale cannot be blank
CHANGE-RISK-GRADE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    OPEN I-O LoanFile.
    MOVE WS-LookupLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found.'
        NOT INVALID KEY
            IF LoanStatusActive OR LoanStatusDefaulted
                PERFORM ACCEPT-NEW-GRADE
            ELSE
                DISPLAY 'Loan is ' LoanStatus
                    '; only open loans carry a risk grade.'
            END-IF
    END-READ.
    CLOSE LoanFile.

ACCEPT-NEW-GRADE.
    MOVE RiskGrade OF LoanRecord TO WS-OldGrade.
    DISPLAY 'Borrower: ' BorrowerName OF LoanRecord.
    DISPLAY 'Current risk grade: ' WS-OldGrade
        ' since ' RiskGradeDate OF LoanRecord.
    CALL 'GetLatestCreditScore' USING BorrowerID OF LoanRecord
        WS-LatestScore WS-LatestScoreDate WS-LatestScoreModel
        WS-LatestScoreFound.
    IF WS-LatestScoreFound = 'Y'
        DISPLAY 'Latest credit score: ' WS-LatestScore ' ('
            WS-LatestScoreModel ' ' WS-LatestScoreDate ')'
    END-IF.
    DISPLAY 'Enter New Grade (PASS/WTCH/SPMN/SUBS/DBTF/LOSS): '.
    ACCEPT WS-NewGrade.
    MOVE WS-NewGrade TO RiskGrade OF LoanRecord.
    PERFORM UNTIL RiskGradeValid OF LoanRecord
            AND WS-NewGrade NOT = WS-OldGrade
        DISPLAY 'Invalid input. Enter PASS, WTCH, SPMN, SUBS, DBTF or'
        DISPLAY 'LOSS, different from the current grade: '
        ACCEPT WS-NewGrade
        MOVE WS-NewGrade TO RiskGrade OF LoanRecord
    END-PERFORM.

    DISPLAY 'Enter Rationale: '.
    ACCEPT WS-Rationale.
    PERFORM UNTIL WS-Rationale NOT = SPACES
        DISPLAY 'Invalid input. Rationale cannot be blank: '
        ACCEPT WS-Rationale
    END-PERFORM.

    MOVE WS-TodayDate TO RiskGradeDate OF LoanRecord.
    REWRITE LoanRecord.
    PERFORM WRITE-RATING-HISTORY.
    DISPLAY 'Risk grade changed from ' WS-OldGrade ' to ' WS-NewGrade
        ' on ' WS-TodayDate '.'.
    IF RiskGradeClassified OF LoanRecord AND NOT LoanImpaired
        DISPLAY 'Loan is now classified. Evaluate it for impairment and'
        DISPLAY 'a specific reserve under Loan Impairment.'
    END-IF.
    IF (RiskGradePass OF LoanRecord OR RiskGradeWatch OF LoanRecord)
            AND LoanImpaired
        DISPLAY 'Loan is still flagged impaired. Review whether the'
        DISPLAY 'specific reserve should be cleared.'
    END-IF.

WRITE-RATING-HISTORY.
    MOVE WS-LookupLoanID TO RatingLoanID.
    MOVE WS-TodayDate TO RatingDate.
    MOVE WS-OldGrade TO RatingOldGrade.
    MOVE WS-NewGrade TO RatingNewGrade.
    MOVE LS-UserID TO RatingUserID.
    MOVE WS-Rationale TO RatingRationale.
    OPEN EXTEND RiskRatingFile.
    IF WS-RiskRatingStatus = '35'
        OPEN OUTPUT RiskRatingFile
        CLOSE RiskRatingFile
        OPEN EXTEND RiskRatingFile
    END-IF.
    WRITE RiskRatingRecord.
    CLOSE RiskRatingFile.

DISPLAY-RATING-HISTORY.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    OPEN INPUT LoanFile.
    MOVE WS-LookupLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower: ' BorrowerName OF LoanRecord
            DISPLAY 'Current risk grade: ' RiskGrade OF LoanRecord
                ' since ' RiskGradeDate OF LoanRecord
    END-READ.
    CLOSE LoanFile.

    MOVE ZERO TO WS-RatingsShown.
    MOVE 'N' TO WS-RatingEOF.
    OPEN INPUT RiskRatingFile.
    IF WS-RiskRatingStatus = '00'
        PERFORM UNTIL WS-RatingEOF = 'Y'
            READ RiskRatingFile
                AT END
                    MOVE 'Y' TO WS-RatingEOF
                NOT AT END
                    IF RatingLoanID = WS-LookupLoanID
                        DISPLAY '  ' RatingDate ' ' RatingOldGrade
                            ' -> ' RatingNewGrade ' by ' RatingUserID
                        DISPLAY '      ' RatingRationale
                        ADD 1 TO WS-RatingsShown
                    END-IF
        END-PERFORM
        CLOSE RiskRatingFile
    END-IF.
    IF WS-RatingsShown = ZERO
        DISPLAY 'No grade changes on file for this Loan ID.'
    END-IF.
