IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainLegalHolds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LGSEL.
    COPY LNSEL.
    COPY LASEL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  LegalHoldFile.
    COPY LGREC.

FD  LoanFile.
    COPY LNREC.

FD  LoanArchiveFile.
    COPY LAREC.

FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-LegalHoldFileStatus   PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-LoanArchiveFileStatus PIC X(02).
01 WS-BorrowerFileStatus    PIC X(02).
01 EOF                      PIC X VALUE 'N'.
01 WS-Choice                PIC 9.
01 WS-TodayDate             PIC 9(8).
01 WS-NextHoldID            PIC 9(5) VALUE ZERO.
01 WS-LookupHoldID          PIC 9(5).
01 WS-LookupLoanID          PIC 9(7).
01 WS-LookupBorrowerID      PIC 9(5).
01 WS-ScopeEntry            PIC X(04).
01 WS-SubjectFound          PIC X VALUE 'N'.
01 WS-HoldsListed           PIC 9(5) VALUE ZERO.
01 WS-Confirm               PIC X(01).

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> legal and compliance place a hold on a loan or on a borrower when
*> litigation, a subpoena or a regulator's request requires records
*> to be preserved. While a hold is ACTIVE, archive and purge runs pass
*> over everything it covers. Releasing a hold records who released
*> it and when; released holds stay on file as the history
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY '--- Maintain Legal Holds ---'.
    DISPLAY '1. Place Hold on Loan'.
    DISPLAY '2. Place Hold on Borrower'.
    DISPLAY '3. Release Hold'.
    DISPLAY '4. List Holds for a Loan or Borrower'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            MOVE 'LOAN' TO WS-ScopeEntry
            PERFORM PLACE-HOLD
        WHEN 2
            MOVE 'BORR' TO WS-ScopeEntry
            PERFORM PLACE-HOLD
        WHEN 3
            PERFORM RELEASE-HOLD
        WHEN 4
            PERFORM LIST-SUBJECT-HOLDS
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

PLACE-HOLD.
    MOVE ZERO TO WS-LookupLoanID.
    MOVE ZERO TO WS-LookupBorrowerID.
    IF WS-ScopeEntry = 'LOAN'
        DISPLAY 'Enter Loan ID: '
        ACCEPT WS-LookupLoanID
        PERFORM FIND-HOLD-LOAN
    ELSE
        DISPLAY 'Enter Borrower ID: '
        ACCEPT WS-LookupBorrowerID
        PERFORM FIND-HOLD-BORROWER
    END-IF.
    IF WS-SubjectFound = 'N'
        DISPLAY 'Not found on file. Hold not placed.'
    ELSE
        PERFORM FIND-NEXT-HOLD-ID
        PERFORM OPEN-HOLD-FILE
        MOVE WS-NextHoldID       TO HoldID
        MOVE WS-ScopeEntry       TO HoldScope
        MOVE WS-LookupLoanID     TO HoldLoanID
        MOVE WS-LookupBorrowerID TO HoldBorrowerID
        DISPLAY 'Enter Case Reference: '
        ACCEPT HoldCaseReference
        PERFORM UNTIL HoldCaseReference NOT = SPACES
            DISPLAY 'Invalid input. Enter a Case Reference: '
            ACCEPT HoldCaseReference
        END-PERFORM
        DISPLAY 'Enter Requested By (name or department): '
        ACCEPT HoldRequester
        PERFORM UNTIL HoldRequester NOT = SPACES
            DISPLAY 'Invalid input. Enter who requested the hold: '
            ACCEPT HoldRequester
        END-PERFORM
        MOVE LS-UserID    TO HoldPlacedUserID
        MOVE WS-TodayDate TO HoldPlacedDate
        MOVE SPACES       TO HoldReleaseUserID
        MOVE ZERO         TO HoldReleaseDate
        SET HoldActive TO TRUE
        WRITE LegalHoldRecord
            INVALID KEY
                DISPLAY 'Hold ID already exists. Hold not placed.'
            NOT INVALID KEY
                DISPLAY 'Legal hold ' HoldID ' placed.'
        END-WRITE
        CLOSE LegalHoldFile
    END-IF.

RELEASE-HOLD.
    DISPLAY 'Enter Hold ID to release: '.
    ACCEPT WS-LookupHoldID.
    PERFORM OPEN-HOLD-FILE.
    MOVE WS-LookupHoldID TO HoldID.
    READ LegalHoldFile
        INVALID KEY
            DISPLAY 'Hold ID not found.'
        NOT INVALID KEY
            IF NOT HoldActive
                DISPLAY 'Hold was already released on ' HoldReleaseDate
            ELSE
                PERFORM DISPLAY-HOLD
                DISPLAY 'Release this hold? (Y/N): '
                ACCEPT WS-Confirm
                IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                    MOVE LS-UserID    TO HoldReleaseUserID
                    MOVE WS-TodayDate TO HoldReleaseDate
                    SET HoldReleased TO TRUE
                    REWRITE LegalHoldRecord
                        INVALID KEY
                            DISPLAY 'Unable to release hold.'
                        NOT INVALID KEY
                            DISPLAY 'Legal hold ' HoldID ' released.'
                    END-REWRITE
                ELSE
                    DISPLAY 'Release cancelled.'
                END-IF
            END-IF
    END-READ.
    CLOSE LegalHoldFile.

LIST-SUBJECT-HOLDS.
    DISPLAY 'Enter Loan ID (or 0): '.
    ACCEPT WS-LookupLoanID.
    DISPLAY 'Enter Borrower ID (or 0): '.
    ACCEPT WS-LookupBorrowerID.
    MOVE ZERO TO WS-HoldsListed.
    MOVE 'N' TO EOF.
    OPEN INPUT LegalHoldFile.
    IF WS-LegalHoldFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LegalHoldFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF (HoldOnLoan AND WS-LookupLoanID > ZERO
                            AND HoldLoanID = WS-LookupLoanID)
                            OR (HoldOnBorrower AND WS-LookupBorrowerID > ZERO
                            AND HoldBorrowerID = WS-LookupBorrowerID)
                        ADD 1 TO WS-HoldsListed
                        PERFORM DISPLAY-HOLD
                    END-IF
        END-PERFORM
        CLOSE LegalHoldFile
    END-IF.
    DISPLAY 'Holds listed: ' WS-HoldsListed.

DISPLAY-HOLD.
    DISPLAY '----------------------------------------'.
    DISPLAY 'Hold ID:        ' HoldID.
    IF HoldOnLoan
        DISPLAY 'Loan ID:        ' HoldLoanID
    ELSE
        DISPLAY 'Borrower ID:    ' HoldBorrowerID
    END-IF.
    DISPLAY 'Case Reference: ' HoldCaseReference.
    DISPLAY 'Requested By:   ' HoldRequester.
    DISPLAY 'Placed:         ' HoldPlacedDate ' by ' HoldPlacedUserID.
    DISPLAY 'Status:         ' HoldStatus.
    IF HoldReleased
        DISPLAY 'Released:       ' HoldReleaseDate ' by '
            HoldReleaseUserID
    END-IF.

*> a hold may be placed on a loan already moved to the archive, since
*> the archive is itself subject to retention
FIND-HOLD-LOAN.
    MOVE 'N' TO WS-SubjectFound.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE WS-LookupLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SubjectFound
        END-READ
        CLOSE LoanFile
    END-IF.
    IF WS-SubjectFound = 'N'
        MOVE 'N' TO EOF
        OPEN INPUT LoanArchiveFile
        IF WS-LoanArchiveFileStatus = '00'
            PERFORM UNTIL EOF = 'Y' OR WS-SubjectFound = 'Y'
                READ LoanArchiveFile
                    AT END
                        MOVE 'Y' TO EOF
                    NOT AT END
                        IF LoanID OF LoanArchiveRecord = WS-LookupLoanID
                            MOVE 'Y' TO WS-SubjectFound
                        END-IF
            END-PERFORM
            CLOSE LoanArchiveFile
        END-IF
    END-IF.

FIND-HOLD-BORROWER.
    MOVE 'N' TO WS-SubjectFound.
    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE WS-LookupBorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-SubjectFound
        END-READ
        CLOSE BorrowerFile
    END-IF.

FIND-NEXT-HOLD-ID.
    MOVE ZERO TO WS-NextHoldID.
    MOVE 'N' TO EOF.
    OPEN INPUT LegalHoldFile.
    IF WS-LegalHoldFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LegalHoldFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF HoldID NOT LESS THAN WS-NextHoldID
                        MOVE HoldID TO WS-NextHoldID
                    END-IF
        END-PERFORM
        CLOSE LegalHoldFile
    END-IF.
    ADD 1 TO WS-NextHoldID.

OPEN-HOLD-FILE.
    OPEN I-O LegalHoldFile.
    IF WS-LegalHoldFileStatus = '35'
        OPEN OUTPUT LegalHoldFile
        CLOSE LegalHoldFile
        OPEN I-O LegalHoldFile
    END-IF.
