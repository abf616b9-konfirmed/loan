IDENTIFICATION DIVISION.
PROGRAM-ID. ExtendLoanMaturity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY LHSEL.
    COPY NTSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  LoanHistoryFile.
    COPY LHREC.

FD  LoanNoteFile.
    COPY NTREC.

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-LoanFileStatus        PIC X(02).
01 WS-LoanHistoryFileStatus PIC X(02).
01 WS-LoanNoteFileStatus    PIC X(02).
01 WS-TodayDate             PIC 9(8).
01 WS-TermMonths            PIC 9(4).
01 WS-OldMaturityDate       PIC 9(8).
01 WS-NewMaturityDate       PIC 9(8).
01 WS-OldLoanTerm           PIC 9(3).
01 WS-NewLoanTerm           PIC 9(4).
01 WS-ExtensionMonths       PIC 9(3).
01 WS-PriorExtensions       PIC 9(3) VALUE ZERO.
01 WS-ExtensionReason       PIC X(40).
01 WS-Confirm               PIC X(01).
01 WS-THType                PIC X(12).
01 WS-THAmount              PIC 9(11)V99.
01 WS-THBalanceBefore       PIC 9(11)V99.
01 WS-THBalanceAfter        PIC 9(11)V99.
01 WS-THProgram             PIC X(20).

*> an officer may extend a maturity by this many months at a time, and
*> no more than this many times over the life of the loan; anything
*> beyond goes to credit administration as a modification
01 WS-MaxExtensionMonths    PIC 9(3) VALUE 12.
01 WS-MaxExtensions         PIC 9(3) VALUE 3.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> moves an active loan's final maturity out by a number of whole
*> months, by lengthening the loan term. The installment and any
*> balloon are left as they are: the extension gives the borrower time
*> to pay off or refinance, it is not a recast. The old and new terms
*> go to loan-history.dat under MATURITY-EXT (maturity is the
*> origination date plus the term), and the old and new maturity dates
*> and the officer's reason are kept in the loan notes
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    DISPLAY 'Enter Loan ID to extend: '.
    ACCEPT LoanID OF LoanRecord.

    OPEN I-O LoanFile.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found.'
            CLOSE LoanFile
            GOBACK
    END-READ.

    IF NOT LoanStatusActive
        DISPLAY 'Loan status is ' LoanStatus
            '. Only an ACTIVE loan can be extended.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    IF LoanOriginationDate = ZERO
        DISPLAY 'Loan has no origination date; maturity is unknown.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    MOVE LoanTerm TO WS-OldLoanTerm.
    MOVE LoanTerm TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-OldMaturityDate.
    PERFORM COUNT-PRIOR-EXTENSIONS.

    DISPLAY 'Borrower: ' BorrowerName OF LoanRecord.
    DISPLAY 'Outstanding Balance: ' OutstandingBalance OF LoanRecord.
    IF BalloonAmount > ZERO
        DISPLAY 'Balloon Due at Maturity: ' BalloonAmount
    END-IF.
    DISPLAY 'Originated: ' LoanOriginationDate ' Term: ' LoanTerm
        ' months'.
    IF WS-OldMaturityDate < WS-TodayDate
        DISPLAY 'Matured: ' WS-OldMaturityDate ' - MATURED, UNPAID'
    ELSE
        DISPLAY 'Matures: ' WS-OldMaturityDate
    END-IF.
    DISPLAY 'Prior maturity extensions: ' WS-PriorExtensions.

    IF WS-PriorExtensions NOT < WS-MaxExtensions
        DISPLAY 'Loan has already been extended ' WS-PriorExtensions
            ' times. Refer to credit administration.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    DISPLAY 'Enter Months to Extend (1-' WS-MaxExtensionMonths '): '.
    ACCEPT WS-ExtensionMonths.
    PERFORM UNTIL WS-ExtensionMonths NUMERIC
            AND WS-ExtensionMonths > ZERO
            AND WS-ExtensionMonths NOT > WS-MaxExtensionMonths
        DISPLAY 'Invalid input. Enter 1 to ' WS-MaxExtensionMonths
            ' months: '
        ACCEPT WS-ExtensionMonths
    END-PERFORM.

    COMPUTE WS-NewLoanTerm = LoanTerm + WS-ExtensionMonths.
    IF WS-NewLoanTerm > 999
        DISPLAY 'Extension would take the term past 999 months.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    MOVE WS-NewLoanTerm TO WS-TermMonths.
    CALL 'AddMonthsToDate' USING LoanOriginationDate WS-TermMonths
        WS-NewMaturityDate.
    IF WS-NewMaturityDate NOT > WS-TodayDate
        DISPLAY 'New maturity ' WS-NewMaturityDate
            ' would still be past. Extend further or refinance.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    DISPLAY 'Enter Reason for Extension: '.
    ACCEPT WS-ExtensionReason.
    PERFORM UNTIL WS-ExtensionReason NOT = SPACES
        DISPLAY 'Invalid input. Enter a Reason for Extension: '
        ACCEPT WS-ExtensionReason
    END-PERFORM.

    DISPLAY 'Extend maturity from ' WS-OldMaturityDate ' to '
        WS-NewMaturityDate '? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'Extension not recorded.'
        CLOSE LoanFile
        GOBACK
    END-IF.

    MOVE WS-NewLoanTerm TO LoanTerm.
    PERFORM WRITE-HISTORY-RECORD.
    PERFORM WRITE-EXTENSION-NOTES.
    REWRITE LoanRecord.

    MOVE 'MATURITY-EXT' TO WS-THType.
    MOVE ZERO TO WS-THAmount.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceBefore.
    MOVE OutstandingBalance OF LoanRecord TO WS-THBalanceAfter.
    MOVE 'ExtendLoanMaturity' TO WS-THProgram.
    CALL 'WriteTransactionHistory' USING
        LoanID OF LoanRecord WS-THType WS-THAmount
        WS-THBalanceBefore WS-THBalanceAfter
        WS-TodayDate WS-THProgram.

    DISPLAY 'Maturity extended to ' WS-NewMaturityDate
        '. Term is now ' LoanTerm ' months.'.
    DISPLAY 'Prior term recorded to loan-history.dat.'.
    CLOSE LoanFile.
    GOBACK.

COUNT-PRIOR-EXTENSIONS.
    MOVE ZERO TO WS-PriorExtensions.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanHistoryFile.
    IF WS-LoanHistoryFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LoanHistoryFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LHLoanID = LoanID OF LoanRecord
                            AND LHModificationReason = 'MATURITY-EXT'
                        ADD 1 TO WS-PriorExtensions
                    END-IF
        END-PERFORM
        CLOSE LoanHistoryFile
    END-IF.

WRITE-HISTORY-RECORD.
    MOVE LoanID OF LoanRecord      TO LHLoanID.
    MOVE WS-TodayDate              TO LHModificationDate.
    MOVE 'MATURITY-EXT'            TO LHModificationReason.
    MOVE LoanAmount                TO LHOldLoanAmount.
    MOVE InterestRate              TO LHOldInterestRate.
    MOVE WS-OldLoanTerm            TO LHOldLoanTerm.
    MOVE OutstandingBalance OF LoanRecord
                                   TO LHOldOutstandingBalance.
    MOVE LoanAmount                TO LHNewLoanAmount.
    MOVE InterestRate              TO LHNewInterestRate.
    MOVE LoanTerm                  TO LHNewLoanTerm.
    PERFORM OPEN-LOAN-HISTORY-FILE.
    WRITE LoanHistoryRecord.
    CLOSE LoanHistoryFile.

*> the notes carry the dates and reason under the officer's user ID
WRITE-EXTENSION-NOTES.
    PERFORM OPEN-LOAN-NOTE-FILE.
    MOVE LoanID OF LoanRecord TO NoteLoanID.
    MOVE WS-TodayDate TO NoteDate.
    ACCEPT NoteTime FROM TIME.
    MOVE LS-UserID TO NoteUserID.
    SET NoteCategoryGeneral TO TRUE.
    MOVE SPACES TO NoteText.
    STRING 'MATURITY EXTENDED FROM ' WS-OldMaturityDate ' TO '
        WS-NewMaturityDate DELIMITED BY SIZE INTO NoteText.
    WRITE LoanNoteRecord.
    MOVE SPACES TO NoteText.
    STRING 'EXTENSION REASON: ' WS-ExtensionReason
        DELIMITED BY SIZE INTO NoteText.
    WRITE LoanNoteRecord.
    CLOSE LoanNoteFile.

OPEN-LOAN-HISTORY-FILE.
    OPEN EXTEND LoanHistoryFile.
    IF WS-LoanHistoryFileStatus = '35'
        OPEN OUTPUT LoanHistoryFile
        CLOSE LoanHistoryFile
        OPEN EXTEND LoanHistoryFile
    END-IF.

OPEN-LOAN-NOTE-FILE.
    OPEN EXTEND LoanNoteFile.
    IF WS-LoanNoteFileStatus = '35'
        OPEN OUTPUT LoanNoteFile
        CLOSE LoanNoteFile
        OPEN EXTEND LoanNoteFile
    END-IF.
