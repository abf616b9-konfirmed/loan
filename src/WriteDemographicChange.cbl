IDENTIFICATION DIVISION.
PROGRAM-ID. WriteDemographicChange.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DHSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DemographicChangeFile.
    COPY DHREC.

FD  LetterFile.
01  LetterLine PIC X(100).

WORKING-STORAGE SECTION.
01 WS-DemogChangeStatus  PIC X(02).
01 WS-LetterFileName     PIC X(50).
01 WS-TodayDate          PIC 9(8).
01 WS-NowTime            PIC 9(8).
01 WS-CityStateZip       PIC X(40).
    COPY MAREC.

LINKAGE SECTION.
01 LS-BorrowerID     PIC 9(5).
01 LS-BorrowerName   PIC X(30).
01 LS-LoanID         PIC 9(7).
01 LS-Field          PIC X(12).
01 LS-OldValue       PIC X(118).
01 LS-NewValue       PIC X(118).
01 LS-UserID         PIC X(20).

*> history of changes to the fields an account takeover starts with:
*> mailing address, phone, email and the autopay bank account. Each
*> change is kept with the old value, the new value, the user and
*> the date and time. When a mailing address changes a confirmation
*> letter goes to the OLD address, so a borrower whose address was
*> changed without their knowledge hears of it where they still live.
*> A value recorded for the first time (no old value) is logged but
*> sends no letter
PROCEDURE DIVISION USING LS-BorrowerID LS-BorrowerName LS-LoanID
        LS-Field LS-OldValue LS-NewValue LS-UserID.
    IF LS-OldValue = LS-NewValue
        GOBACK
    END-IF.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    ACCEPT WS-NowTime FROM TIME.

    MOVE WS-TodayDate TO DemogChangeDate.
    MOVE WS-NowTime TO DemogChangeTime.
    MOVE LS-BorrowerID TO DemogBorrowerID.
    MOVE LS-LoanID TO DemogLoanID.
    MOVE LS-Field TO DemogField.
    MOVE LS-OldValue TO DemogOldValue.
    MOVE LS-NewValue TO DemogNewValue.
    MOVE LS-UserID TO DemogUserID.
    MOVE 'N' TO DemogLetterSent.
    IF DemogFieldAddress AND LS-OldValue NOT = SPACES
        PERFORM WRITE-CONFIRMATION-LETTER
        MOVE 'Y' TO DemogLetterSent
    END-IF.

    OPEN EXTEND DemographicChangeFile.
    IF WS-DemogChangeStatus = '35'
        OPEN OUTPUT DemographicChangeFile
        CLOSE DemographicChangeFile
        OPEN EXTEND DemographicChangeFile
    END-IF.
    WRITE DemographicChangeRecord.
    CLOSE DemographicChangeFile.
    GOBACK.

WRITE-CONFIRMATION-LETTER.
    MOVE LS-OldValue TO MailingAddress.
    CALL 'FormatCityStateZip' USING MailingAddress WS-CityStateZip.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'address-change-' LS-BorrowerID '-' WS-TodayDate '-'
        WS-NowTime(1:6) '.txt' DELIMITED BY SIZE
        INTO WS-LetterFileName.
    OPEN OUTPUT LetterFile.
    MOVE '=== Confirmation of Change of Address ===' TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING 'Date: ' WS-TodayDate DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE LS-BorrowerName TO LetterLine.
    WRITE LetterLine.
    IF MailAddrLine1 NOT = SPACES
        MOVE MailAddrLine1 TO LetterLine
        WRITE LetterLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE MailAddrLine2 TO LetterLine
        WRITE LetterLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE WS-CityStateZip TO LetterLine
        WRITE LetterLine
    END-IF.
    IF NOT MailCountryUS
        MOVE MailCountry TO LetterLine
        WRITE LetterLine
    END-IF.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE 'The mailing address on your account was changed today.'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'This letter is sent to your previous address as a safeguard.'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'If you did not ask for this change, call us at once so we'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'can protect your account. If you did, no action is needed.'
        TO LetterLine.
    WRITE LetterLine.
    CLOSE LetterFile.
    DISPLAY 'Change-of-address confirmation written to '
        WS-LetterFileName.
