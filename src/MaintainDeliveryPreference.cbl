IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainDeliveryPreference.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus PIC X(02).
01 WS-Choice             PIC 9.
01 WS-TodayDate          PIC 9(8).
01 WS-Confirm            PIC X(01).
01 WS-NoLoanID           PIC 9(7) VALUE ZERO.
01 WS-ChangeField        PIC X(12) VALUE 'EMAIL'.
01 WS-OldDemogValue      PIC X(118).
01 WS-NewDemogValue      PIC X(118).

LINKAGE SECTION.
01 LS-UserID             PIC X(20).

*> statements and notices go by email only with the borrower's
*> consent on file. Recording consent takes an email address and
*> dates the consent; withdrawing it returns the borrower to paper.
*> A bounced address has already been switched to paper by the bounce
*> import and comes back to email only when a new address is recorded
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    PERFORM OPEN-BORROWER-FILE.

    DISPLAY '--- Statement and Notice Delivery ---'.
    DISPLAY '1. Record Email Address and E-Delivery Consent'.
    DISPLAY '2. Switch to Paper (consent kept)'.
    DISPLAY '3. Withdraw E-Delivery Consent'.
    DISPLAY '4. Display Delivery Preference'.
    DISPLAY '5. Set Preferred Language for Notices'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    IF WS-Choice < 1 OR WS-Choice > 5
        DISPLAY 'Invalid choice, please try again.'
        CLOSE BorrowerFile
        GOBACK
    END-IF.

    DISPLAY 'Enter Borrower ID: '.
    ACCEPT BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
            CLOSE BorrowerFile
            GOBACK
    END-READ.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM RECORD-EMAIL-CONSENT
        WHEN 2
            PERFORM SWITCH-TO-PAPER
        WHEN 3
            PERFORM WITHDRAW-CONSENT
        WHEN 4
            PERFORM DISPLAY-DELIVERY-PREFERENCE
        WHEN 5
            PERFORM SET-NOTICE-LANGUAGE
    END-EVALUATE.

    CLOSE BorrowerFile.
    GOBACK.

RECORD-EMAIL-CONSENT.
    MOVE BorrowerEmailAddress TO WS-OldDemogValue.
    DISPLAY 'Enter Email Address: '.
    ACCEPT BorrowerEmailAddress.
    PERFORM UNTIL BorrowerEmailAddress NOT = SPACES
        DISPLAY 'Invalid input. Enter an Email Address: '
        ACCEPT BorrowerEmailAddress
    END-PERFORM.
    DISPLAY 'Borrower has consented to electronic delivery? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        SET BorrowerEConsentGiven TO TRUE
        MOVE WS-TodayDate TO BorrowerEConsentDate
        SET BorrowerPrefersEmail TO TRUE
        MOVE ZERO TO BorrowerEmailBounceDate
        REWRITE BorrowerRecord
        DISPLAY 'Consent recorded. Statements and notices will be emailed.'
    ELSE
        REWRITE BorrowerRecord
        DISPLAY 'Email address recorded. Delivery remains on paper'
        DISPLAY 'until consent is given.'
    END-IF.
    MOVE BorrowerEmailAddress TO WS-NewDemogValue.
    CALL 'WriteDemographicChange' USING BorrowerID OF BorrowerRecord
        BorrowerFullName WS-NoLoanID WS-ChangeField WS-OldDemogValue
        WS-NewDemogValue LS-UserID.

SWITCH-TO-PAPER.
    SET BorrowerPrefersPaper TO TRUE.
    REWRITE BorrowerRecord.
    DISPLAY 'Delivery switched to paper.'.

WITHDRAW-CONSENT.
    MOVE 'N' TO BorrowerEDeliveryConsent.
    MOVE ZERO TO BorrowerEConsentDate.
    SET BorrowerPrefersPaper TO TRUE.
    REWRITE BorrowerRecord.
    DISPLAY 'E-delivery consent withdrawn; delivery is on paper.'.

DISPLAY-DELIVERY-PREFERENCE.
    DISPLAY 'Borrower: ' BorrowerFullName.
    DISPLAY 'Email Address: ' BorrowerEmailAddress.
    IF BorrowerEConsentGiven
        DISPLAY 'E-Delivery Consent: YES, given ' BorrowerEConsentDate
    ELSE
        DISPLAY 'E-Delivery Consent: NO'
    END-IF.
    IF BorrowerPrefersEmail
        DISPLAY 'Delivery: EMAIL'
    ELSE
        DISPLAY 'Delivery: PAPER'
    END-IF.
    IF BorrowerEmailBounceDate NUMERIC
            AND BorrowerEmailBounceDate > ZERO
        DISPLAY 'Last email bounce: ' BorrowerEmailBounceDate
    END-IF.
    IF BorrowerLangSpanish
        DISPLAY 'Notice Language: ES (Spanish)'
    ELSE
        DISPLAY 'Notice Language: EN (English)'
    END-IF.

*> statements and notices are worded in this language wherever a
*> template in it is on file, and in English otherwise
SET-NOTICE-LANGUAGE.
    DISPLAY 'Current Notice Language: ' BorrowerLanguage.
    DISPLAY 'Enter Preferred Language for Notices (EN/ES): '.
    ACCEPT BorrowerLanguage.
    PERFORM UNTIL BorrowerLanguageValid
        DISPLAY 'Invalid input. Enter EN or ES: '
        ACCEPT BorrowerLanguage
    END-PERFORM.
    REWRITE BorrowerRecord.
    DISPLAY 'Notice language set to ' BorrowerLanguage '.'.

OPEN-BORROWER-FILE.
    OPEN I-O BorrowerFile.
    IF WS-BorrowerFileStatus = '35'
        OPEN OUTPUT BorrowerFile
        CLOSE BorrowerFile
        OPEN I-O BorrowerFile
    END-IF.
