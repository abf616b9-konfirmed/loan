IDENTIFICATION DIVISION.
PROGRAM-ID. CheckLegalHold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LGSEL.
    COPY LNSEL.
    COPY LASEL.

DATA DIVISION.
FILE SECTION.
FD  LegalHoldFile.
    COPY LGREC.

FD  LoanFile.
    COPY LNREC.

FD  LoanArchiveFile.
    COPY LAREC.

WORKING-STORAGE SECTION.
01 WS-LegalHoldFileStatus   PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-LoanArchiveFileStatus PIC X(02).
01 EOF                      PIC X VALUE 'N'.
01 WS-LoanFound             PIC X VALUE 'N'.
01 WS-CheckBorrowerID       PIC 9(5).
01 WS-CheckCoBorrowerID     PIC 9(5).

LINKAGE SECTION.
01 LS-LoanID          PIC 9(7).
01 LS-BorrowerID      PIC 9(5).
01 LS-CoBorrowerID    PIC 9(5).
01 LS-OnHold          PIC X(01).
01 LS-CaseReference   PIC X(20).

*> answers whether a loan or borrower is under an active legal hold.
*> A hold on a borrower covers every loan on which they are borrower
*> or co-borrower. When the caller knows only the loan (log records
*> carry no borrower), the loan's borrowers are looked up on the
*> master, then on the archive for loans already archived. The case
*> reference of the first matching hold is returned for reporting
PROCEDURE DIVISION USING LS-LoanID LS-BorrowerID LS-CoBorrowerID
        LS-OnHold LS-CaseReference.
    MOVE 'N' TO LS-OnHold.
    MOVE SPACES TO LS-CaseReference.
    MOVE LS-BorrowerID TO WS-CheckBorrowerID.
    MOVE LS-CoBorrowerID TO WS-CheckCoBorrowerID.
    IF LS-LoanID > ZERO AND WS-CheckBorrowerID = ZERO
            AND WS-CheckCoBorrowerID = ZERO
        PERFORM FIND-LOAN-BORROWERS
    END-IF.

    MOVE 'N' TO EOF.
    OPEN INPUT LegalHoldFile.
    IF WS-LegalHoldFileStatus NOT = '00'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y' OR LS-OnHold = 'Y'
        READ LegalHoldFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF HoldActive
                    PERFORM MATCH-HOLD
                END-IF
    END-PERFORM.
    CLOSE LegalHoldFile.
    GOBACK.

MATCH-HOLD.
    IF HoldOnLoan AND LS-LoanID > ZERO
            AND HoldLoanID = LS-LoanID
        MOVE 'Y' TO LS-OnHold
    END-IF.
    IF HoldOnBorrower AND WS-CheckBorrowerID > ZERO
            AND HoldBorrowerID = WS-CheckBorrowerID
        MOVE 'Y' TO LS-OnHold
    END-IF.
    IF HoldOnBorrower AND WS-CheckCoBorrowerID > ZERO
            AND HoldBorrowerID = WS-CheckCoBorrowerID
        MOVE 'Y' TO LS-OnHold
    END-IF.
    IF LS-OnHold = 'Y'
        MOVE HoldCaseReference TO LS-CaseReference
    END-IF.

FIND-LOAN-BORROWERS.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE LS-LoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LoanFound
                MOVE BorrowerID OF LoanRecord TO WS-CheckBorrowerID
                MOVE CoBorrowerID OF LoanRecord TO WS-CheckCoBorrowerID
        END-READ
        CLOSE LoanFile
    END-IF.
    IF WS-LoanFound = 'N'
        MOVE 'N' TO EOF
        OPEN INPUT LoanArchiveFile
        IF WS-LoanArchiveFileStatus = '00'
            PERFORM UNTIL EOF = 'Y' OR WS-LoanFound = 'Y'
                READ LoanArchiveFile
                    AT END
                        MOVE 'Y' TO EOF
                    NOT AT END
                        IF LoanID OF LoanArchiveRecord = LS-LoanID
                            MOVE 'Y' TO WS-LoanFound
                            MOVE BorrowerID OF LoanArchiveRecord
                                TO WS-CheckBorrowerID
                            MOVE CoBorrowerID OF LoanArchiveRecord
                                TO WS-CheckCoBorrowerID
                        END-IF
            END-PERFORM
            CLOSE LoanArchiveFile
        END-IF
    END-IF.
