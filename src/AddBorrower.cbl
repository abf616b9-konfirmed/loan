01 WS-Continue      PIC X VALUE 'Y'.
01 WS-EntryBorrowerID  PIC 9(5).
01 WS-EntryName        PIC X(30).
01 WS-EntryAddress     PIC X(118).
01 WS-EntryPhone       PIC X(15).
01 WS-EntryTaxID       PIC X(11).
01 WS-EntryDOB         PIC 9(8).
01 WS-EntryIncome      PIC 9(11)V99.
01 WS-EntryObligations PIC 9(9)V99.
01 WS-EntryLanguage    PIC X(02).
01 WS-NoLoanID         PIC 9(7) VALUE ZERO.
01 WS-ChangeField      PIC X(12).
01 WS-OldDemogValue    PIC X(118) VALUE SPACES.
01 WS-NewDemogValue    PIC X(118).

LINKAGE SECTION.
01 LS-UserID           PIC X(20).

PROCEDURE DIVISION USING LS-UserID.
    PERFORM OPEN-BORROWER-FILE.

    DISPLAY 'Enter Borrower ID: '.
        ACCEPT BorrowerFullName
    END-PERFORM.

    DISPLAY 'Borrower Mailing Address'.
    CALL 'AcceptMailingAddress' USING BorrowerAddress.

    DISPLAY 'Enter Borrower Phone: '.
    ACCEPT BorrowerPhone.
        ACCEPT BorrowerMonthlyObligations
    END-PERFORM.

    DISPLAY 'Enter Preferred Language for Notices (EN/ES): '.
    ACCEPT BorrowerLanguage.
    IF BorrowerLanguage = SPACES
        MOVE 'EN' TO BorrowerLanguage
    END-IF.
    PERFORM UNTIL BorrowerLanguageValid
        DISPLAY 'Invalid input. Enter EN or ES: '
        ACCEPT BorrowerLanguage
    END-PERFORM.

    PERFORM CHECK-FOR-DUPLICATE-BORROWER.
    IF WS-DupFound = 'Y'
        DISPLAY 'This person may already exist as Borrower ID '
            ELSE
                DISPLAY 'Borrower added successfully.'
            END-IF
            DISPLAY 'Identity verification must be recorded before'
            DISPLAY 'any loan to this borrower can be funded.'
            PERFORM RECORD-INITIAL-CONTACT
    END-WRITE.

    CLOSE BorrowerFile.
    GOBACK.

*> the address and phone a borrower is boarded with start the change
*> history, so a later change shows what it replaced
RECORD-INITIAL-CONTACT.
    MOVE 'ADDRESS' TO WS-ChangeField.
    MOVE BorrowerAddress TO WS-NewDemogValue.
    CALL 'WriteDemographicChange' USING BorrowerID BorrowerFullName
        WS-NoLoanID WS-ChangeField WS-OldDemogValue WS-NewDemogValue
        LS-UserID.
    MOVE 'PHONE' TO WS-ChangeField.
    MOVE BorrowerPhone TO WS-NewDemogValue.
    CALL 'WriteDemographicChange' USING BorrowerID BorrowerFullName
        WS-NoLoanID WS-ChangeField WS-OldDemogValue WS-NewDemogValue
        LS-UserID.

*> flags an existing borrower with the same tax id, the same full
*> name, or the same surname token (case-blind, the way the sanctions
*> screen matches) before a new record is written; the scan reads
    MOVE BorrowerDOB TO WS-EntryDOB.
    MOVE BorrowerAnnualIncome TO WS-EntryIncome.
    MOVE BorrowerMonthlyObligations TO WS-EntryObligations.
    MOVE BorrowerLanguage TO WS-EntryLanguage.
    MOVE WS-EntryName TO WS-EntryUpper.
    INSPECT WS-EntryUpper CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    SET BorrowerGoodAddress TO TRUE.
    MOVE ZERO TO BorrowerBadAddressDate.
    MOVE SPACES TO BorrowerBadAddressReason.
    MOVE SPACES TO BorrowerEmailAddress.
    SET BorrowerEConsentNone TO TRUE.
    MOVE ZERO TO BorrowerEConsentDate.
    SET BorrowerPrefersPaper TO TRUE.
    MOVE ZERO TO BorrowerEmailBounceDate.
    MOVE WS-EntryLanguage TO BorrowerLanguage.
    MOVE SPACES TO BorrowerCipIdType.
    MOVE SPACES TO BorrowerCipIdNumber.
    MOVE SPACES TO BorrowerCipIdIssuer.
    MOVE ZERO TO BorrowerCipIdExpiration.
    MOVE SPACES TO BorrowerCipMethod.
    MOVE SPACES TO BorrowerCipVerifiedBy.
    MOVE ZERO TO BorrowerCipVerifiedDate.
    SET BorrowerNotInsider TO TRUE.
    MOVE SPACES TO BorrowerInsiderType.
    MOVE ZERO TO BorrowerInsiderDate.

SCREEN-AGAINST-SANCTIONS-LIST.
    SET BorrowerScreenClear TO TRUE.
