IDENTIFICATION DIVISION.
PROGRAM-ID. ReportCipExceptions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY LNSEL.
    SELECT CipReportFile ASSIGN TO WS-CipReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  LoanFile.
    COPY LNREC.

FD  CipReportFile.
01  CipReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-LoanEOF               PIC X VALUE 'N'.
01 WS-BorrowerFileStatus    PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-CipReportFileName     PIC X(40).
01 WS-RunDate               PIC 9(8).
01 WS-AsOfDate              PIC 9(8).
01 WS-LoanFileOpen          PIC X VALUE 'N'.
01 WS-CipException          PIC X(24).
01 WS-ActiveLoans           PIC 9(3) VALUE ZERO.
01 WS-BorrowersRead         PIC 9(7) VALUE ZERO.
01 WS-NeverVerifiedCount    PIC 9(7) VALUE ZERO.
01 WS-IncompleteCount       PIC 9(7) VALUE ZERO.
01 WS-ExpiredCount          PIC 9(7) VALUE ZERO.
01 WS-ExceptionCount        PIC 9(7) VALUE ZERO.
01 WS-WithLoansCount        PIC 9(7) VALUE ZERO.
01 WS-ExpirationShown       PIC X(08).
01 WS-VerifiedShown         PIC X(08).

LINKAGE SECTION.
01 LS-AsOfDate              PIC 9(8).
01 LS-ExceptionsReported    PIC 9(7).

*> borrowers whose customer identification is not complete: never
*> verified, verified with part of the record missing, or verified
*> on a document that has since expired. Each line shows how many
*> active loans the borrower is on, as borrower or co-borrower, so
*> those already on the books are worked first. Deceased borrowers
*> are left off. The nightly batch runs this monthly; a zero date
*> reports as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ExceptionsReported.
    DISPLAY 'Building identity verification exception report...'.
    MOVE ZERO TO LS-ExceptionsReported.
    MOVE ZERO TO WS-BorrowersRead.
    MOVE ZERO TO WS-NeverVerifiedCount.
    MOVE ZERO TO WS-IncompleteCount.
    MOVE ZERO TO WS-ExpiredCount.
    MOVE ZERO TO WS-ExceptionCount.
    MOVE ZERO TO WS-WithLoansCount.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        DISPLAY 'No borrower file on record. Nothing to report.'
        GOBACK
    END-IF.
    MOVE 'N' TO WS-LoanFileOpen.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE 'Y' TO WS-LoanFileOpen
    END-IF.

    MOVE SPACES TO WS-CipReportFileName.
    STRING 'cip-exceptions-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-CipReportFileName.
    OPEN OUTPUT CipReportFile.
    MOVE SPACES TO CipReportLine.
    STRING '=== Identity Verification Exceptions as of ' WS-AsOfDate
        ' (run ' WS-RunDate ') ==='
        DELIMITED BY SIZE INTO CipReportLine.
    WRITE CipReportLine.
    MOVE SPACES TO CipReportLine.
    WRITE CipReportLine.
    MOVE 'BORR  NAME                           EXCEPTION                ID EXPIRES  VERIFIED  ACTIVE LOANS'
        TO CipReportLine.
    WRITE CipReportLine.

    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ BorrowerFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                ADD 1 TO WS-BorrowersRead
                IF BorrowerDeceasedDate NOT NUMERIC
                        OR BorrowerDeceasedDate = ZERO
                    PERFORM CHECK-ONE-BORROWER
                END-IF
    END-PERFORM.

    MOVE SPACES TO CipReportLine.
    WRITE CipReportLine.
    MOVE SPACES TO CipReportLine.
    STRING 'Borrowers read: ' WS-BorrowersRead
        '  Exceptions: ' WS-ExceptionCount
        '  With active loans: ' WS-WithLoansCount
        DELIMITED BY SIZE INTO CipReportLine.
    WRITE CipReportLine.
    MOVE SPACES TO CipReportLine.
    STRING '  Never verified: ' WS-NeverVerifiedCount
        '  Incomplete: ' WS-IncompleteCount
        '  ID expired: ' WS-ExpiredCount
        DELIMITED BY SIZE INTO CipReportLine.
    WRITE CipReportLine.
    CLOSE CipReportFile.
    CLOSE BorrowerFile.
    IF WS-LoanFileOpen = 'Y'
        CLOSE LoanFile
    END-IF.

    MOVE WS-ExceptionCount TO LS-ExceptionsReported.
    DISPLAY 'Identity verification exceptions: ' WS-ExceptionCount.
    DISPLAY 'Report written to ' WS-CipReportFileName.
    GOBACK.

*> the same tests funding applies before a loan is booked
CHECK-ONE-BORROWER.
    MOVE SPACES TO WS-CipException.
    EVALUATE TRUE
        WHEN BorrowerCipVerifiedDate NOT NUMERIC
            MOVE 'NO VERIFICATION ON FILE' TO WS-CipException
            ADD 1 TO WS-NeverVerifiedCount
        WHEN BorrowerCipVerifiedDate = ZERO
            MOVE 'NO VERIFICATION ON FILE' TO WS-CipException
            ADD 1 TO WS-NeverVerifiedCount
        WHEN NOT BorrowerCipIdTypeValid
                OR BorrowerCipIdNumber = SPACES
                OR BorrowerCipIdIssuer = SPACES
                OR NOT BorrowerCipMethodValid
                OR BorrowerCipVerifiedBy = SPACES
                OR BorrowerCipIdExpiration NOT NUMERIC
                OR BorrowerCipIdExpiration = ZERO
            MOVE 'VERIFICATION INCOMPLETE' TO WS-CipException
            ADD 1 TO WS-IncompleteCount
        WHEN BorrowerCipIdExpiration < WS-AsOfDate
            MOVE 'ID EXPIRED' TO WS-CipException
            ADD 1 TO WS-ExpiredCount
    END-EVALUATE.
    IF WS-CipException NOT = SPACES
        ADD 1 TO WS-ExceptionCount
        PERFORM COUNT-ACTIVE-LOANS
        IF WS-ActiveLoans > ZERO
            ADD 1 TO WS-WithLoansCount
        END-IF
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.

COUNT-ACTIVE-LOANS.
    MOVE ZERO TO WS-ActiveLoans.
    IF WS-LoanFileOpen = 'Y'
        MOVE 'N' TO WS-LoanEOF
        MOVE BorrowerID OF BorrowerRecord TO BorrowerID OF LoanRecord
        START LoanFile KEY IS EQUAL TO BorrowerID OF LoanRecord
            INVALID KEY
                MOVE 'Y' TO WS-LoanEOF
        END-START
        PERFORM UNTIL WS-LoanEOF = 'Y'
            READ LoanFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-LoanEOF
                NOT AT END
                    IF BorrowerID OF LoanRecord
                            = BorrowerID OF BorrowerRecord
                        IF LoanStatusActive
                            ADD 1 TO WS-ActiveLoans
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-LoanEOF
                    END-IF
        END-PERFORM
        MOVE 'N' TO WS-LoanEOF
        MOVE BorrowerID OF BorrowerRecord TO CoBorrowerID
        START LoanFile KEY IS EQUAL TO CoBorrowerID
            INVALID KEY
                MOVE 'Y' TO WS-LoanEOF
        END-START
        PERFORM UNTIL WS-LoanEOF = 'Y'
            READ LoanFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-LoanEOF
                NOT AT END
                    IF CoBorrowerID = BorrowerID OF BorrowerRecord
                        IF LoanStatusActive
                                AND BorrowerID OF LoanRecord
                                    NOT = BorrowerID OF BorrowerRecord
                            ADD 1 TO WS-ActiveLoans
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-LoanEOF
                    END-IF
        END-PERFORM
    END-IF.

WRITE-EXCEPTION-LINE.
    MOVE SPACES TO WS-ExpirationShown.
    IF BorrowerCipIdExpiration NUMERIC
            AND BorrowerCipIdExpiration > ZERO
        MOVE BorrowerCipIdExpiration TO WS-ExpirationShown
    END-IF.
    MOVE SPACES TO WS-VerifiedShown.
    IF BorrowerCipVerifiedDate NUMERIC
            AND BorrowerCipVerifiedDate > ZERO
        MOVE BorrowerCipVerifiedDate TO WS-VerifiedShown
    END-IF.
    MOVE SPACES TO CipReportLine.
    STRING BorrowerID OF BorrowerRecord ' ' BorrowerFullName ' '
        WS-CipException ' ' WS-ExpirationShown '    '
        WS-VerifiedShown '  ' WS-ActiveLoans
        DELIMITED BY SIZE INTO CipReportLine.
    WRITE CipReportLine.
