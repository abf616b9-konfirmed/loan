IDENTIFICATION DIVISION.
PROGRAM-ID. GetLoanCompany.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY LASEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  LoanArchiveFile.
    COPY LAREC.

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-LoanFileStatus        PIC X(02).
01 WS-LoanArchiveFileStatus PIC X(02).
01 WS-LoanFound             PIC X VALUE 'N'.
01 WS-LastLoanID            PIC 9(7) VALUE ZERO.
01 WS-LastCompanyCode       PIC X(04) VALUE SPACES.

LINKAGE SECTION.
01 LS-LoanID                PIC 9(7).
01 LS-CompanyCode           PIC X(04).

*> the company a loan is booked to, for postings and extracts that
*> carry only the loan number. A loan sold or archived since is found
*> on the archive. A loan with no company code, a loan on neither
*> file, and a zero loan number (postings not tied to a loan) all
*> belong to the home company. The last loan asked for is remembered,
*> since callers tend to ask for the same loan several times running
PROCEDURE DIVISION USING LS-LoanID LS-CompanyCode.
    IF LS-LoanID NOT = ZERO AND LS-LoanID = WS-LastLoanID
        MOVE WS-LastCompanyCode TO LS-CompanyCode
        GOBACK
    END-IF.
    MOVE SPACES TO LS-CompanyCode.
    MOVE 'N' TO WS-LoanFound.
    IF LS-LoanID NOT = ZERO
        PERFORM FIND-ON-LOAN-FILE
        IF WS-LoanFound = 'N'
            PERFORM FIND-ON-ARCHIVE
        END-IF
    END-IF.
    IF LS-CompanyCode = SPACES
        CALL 'GetHomeCompany' USING LS-CompanyCode
    END-IF.
    MOVE LS-LoanID TO WS-LastLoanID.
    MOVE LS-CompanyCode TO WS-LastCompanyCode.
    GOBACK.

FIND-ON-LOAN-FILE.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE LS-LoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LoanFound
                MOVE LoanCompanyCode OF LoanRecord TO LS-CompanyCode
        END-READ
        CLOSE LoanFile
    END-IF.

FIND-ON-ARCHIVE.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanArchiveFile.
    IF WS-LoanArchiveFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LoanArchiveFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LoanID OF LoanArchiveRecord = LS-LoanID
                        MOVE 'Y' TO WS-LoanFound
                        MOVE LoanCompanyCode OF LoanArchiveRecord
                            TO LS-CompanyCode
                    END-IF
        END-PERFORM
        CLOSE LoanArchiveFile
    END-IF.
