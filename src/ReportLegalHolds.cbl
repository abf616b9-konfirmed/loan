IDENTIFICATION DIVISION.
PROGRAM-ID. ReportLegalHolds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LGSEL.
    SELECT HoldRegisterFile ASSIGN TO WS-RegisterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LegalHoldFile.
    COPY LGREC.

FD  HoldRegisterFile.
01  HoldRegisterLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-LegalHoldFileStatus PIC X(02).
01 EOF                    PIC X VALUE 'N'.
01 WS-RegisterFileName    PIC X(40).
01 WS-RunDate             PIC 9(8).
01 WS-HoldAgeDays         PIC S9(6).
01 WS-HoldAgeShown        PIC ZZZZZ9.
01 WS-SubjectShown        PIC X(16).
01 WS-ActiveCount         PIC 9(5) VALUE ZERO.
01 WS-OldestAgeDays       PIC S9(6) VALUE ZERO.
01 WS-OldestAgeShown      PIC ZZZZZ9.

*> register of every active legal hold, in hold number order, with
*> how long each has been in force, for legal to review which
*> holds can be lifted
PROCEDURE DIVISION.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.
    MOVE ZERO TO WS-ActiveCount.
    MOVE ZERO TO WS-OldestAgeDays.
    STRING 'legal-hold-register-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-RegisterFileName.
    OPEN OUTPUT HoldRegisterFile.
    MOVE SPACES TO HoldRegisterLine.
    STRING 'Legal Hold Register as of ' WS-RunDate
        DELIMITED BY SIZE INTO HoldRegisterLine.
    WRITE HoldRegisterLine.
    DISPLAY HoldRegisterLine.
    MOVE 'Hold  Subject          Case Reference       Requested By                   Placed   Placed By              Age (days)'
        TO HoldRegisterLine.
    WRITE HoldRegisterLine.
    DISPLAY HoldRegisterLine.

    MOVE 'N' TO EOF.
    OPEN INPUT LegalHoldFile.
    IF WS-LegalHoldFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LegalHoldFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF HoldActive
                        PERFORM WRITE-HOLD-LINE
                    END-IF
        END-PERFORM
        CLOSE LegalHoldFile
    END-IF.

    MOVE WS-OldestAgeDays TO WS-OldestAgeShown.
    MOVE SPACES TO HoldRegisterLine.
    WRITE HoldRegisterLine.
    MOVE SPACES TO HoldRegisterLine.
    STRING 'Active holds: ' WS-ActiveCount
        '   Oldest (days): ' WS-OldestAgeShown
        DELIMITED BY SIZE INTO HoldRegisterLine.
    WRITE HoldRegisterLine.
    DISPLAY HoldRegisterLine.
    CLOSE HoldRegisterFile.
    DISPLAY 'Register written to ' WS-RegisterFileName.
    GOBACK.

WRITE-HOLD-LINE.
    ADD 1 TO WS-ActiveCount.
    CALL 'DaysBetweenDates' USING HoldPlacedDate WS-RunDate
        WS-HoldAgeDays.
    IF WS-HoldAgeDays < ZERO
        MOVE ZERO TO WS-HoldAgeDays
    END-IF.
    IF WS-HoldAgeDays > WS-OldestAgeDays
        MOVE WS-HoldAgeDays TO WS-OldestAgeDays
    END-IF.
    MOVE WS-HoldAgeDays TO WS-HoldAgeShown.
    MOVE SPACES TO WS-SubjectShown.
    IF HoldOnLoan
        STRING 'Loan ' HoldLoanID DELIMITED BY SIZE INTO WS-SubjectShown
    ELSE
        STRING 'Borrower ' HoldBorrowerID DELIMITED BY SIZE
            INTO WS-SubjectShown
    END-IF.
    MOVE SPACES TO HoldRegisterLine.
    STRING HoldID DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-SubjectShown DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        HoldCaseReference DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        HoldRequester DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        HoldPlacedDate DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        HoldPlacedUserID DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-HoldAgeShown DELIMITED BY SIZE
        INTO HoldRegisterLine.
    WRITE HoldRegisterLine.
    DISPLAY HoldRegisterLine.
