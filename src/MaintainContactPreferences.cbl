IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainContactPreferences.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CNSEL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  ContactPreferenceFile.
    COPY CNREC.

FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-ContactPreferenceStatus PIC X(02).
01 WS-BorrowerFileStatus      PIC X(02).
01 WS-Choice                  PIC 9.
01 WS-TodayDate               PIC 9(8).
01 WS-Confirm                 PIC X(01).
01 WS-ContactOnFile           PIC X VALUE 'N'.
01 WS-EntrySource             PIC X(08).
    88 WS-SourceValid VALUE 'PHONE' 'WRITTEN' 'EMAIL' 'BRANCH' 'ONLINE'.
01 WS-EntryHours              PIC 9(4).
01 WS-NoLoanID                PIC 9(7) VALUE ZERO.
01 WS-ChangeField             PIC X(12).
01 WS-OldDemogValue           PIC X(118).
01 WS-NewDemogValue           PIC X(118).
01 WS-AsOfDate                PIC 9(8) VALUE ZERO.
01 WS-NoticesSent             PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID                  PIC X(20).

*> a borrower's phone contact choices and privacy opt-out. Each choice
*> is dated and carries how the borrower told us (phone, written,
*> email, branch or online), and every change is kept in the
*> demographic change history under the user who made it. Collector
*> screens and the collector work list read these through
*> CheckContactPreference. The annual privacy notice run is started
*> from here as well as from the batch schedule
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.

    DISPLAY '--- Contact Consent and Preferences ---'.
    DISPLAY '1. Set Phone Type'.
    DISPLAY '2. Record or Revoke Autodial Consent'.
    DISPLAY '3. Set or Clear Do-Not-Call'.
    DISPLAY '4. Set or Clear No Calls at Work'.
    DISPLAY '5. Set Preferred Contact Hours'.
    DISPLAY '6. Privacy Information-Sharing Opt-Out'.
    DISPLAY '7. Display Contact Preferences'.
    DISPLAY '8. Send Annual Privacy Notices'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    IF WS-Choice < 1 OR WS-Choice > 8
        DISPLAY 'Invalid choice, please try again.'
        GOBACK
    END-IF.

    IF WS-Choice = 8
        MOVE ZERO TO WS-AsOfDate
        CALL 'SendPrivacyNotices' USING WS-AsOfDate WS-NoticesSent
        GOBACK
    END-IF.

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        DISPLAY 'No borrowers on file.'
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
    CLOSE BorrowerFile.

    PERFORM OPEN-CONTACT-FILE.
    PERFORM READ-CONTACT-RECORD.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM SET-PHONE-TYPE
        WHEN 2
            PERFORM SET-AUTODIAL-CONSENT
        WHEN 3
            PERFORM SET-DO-NOT-CALL
        WHEN 4
            PERFORM SET-NO-WORK-CALLS
        WHEN 5
            PERFORM SET-CONTACT-HOURS
        WHEN 6
            PERFORM SET-PRIVACY-OPT-OUT
        WHEN 7
            PERFORM DISPLAY-CONTACT-PREFERENCES
    END-EVALUATE.

    CLOSE ContactPreferenceFile.
    GOBACK.

READ-CONTACT-RECORD.
    MOVE 'N' TO WS-ContactOnFile.
    MOVE BorrowerID OF BorrowerRecord TO ContactBorrowerID.
    READ ContactPreferenceFile
        INVALID KEY
            INITIALIZE ContactPreferenceRecord
            MOVE BorrowerID OF BorrowerRecord TO ContactBorrowerID
        NOT INVALID KEY
            MOVE 'Y' TO WS-ContactOnFile
    END-READ.

SET-PHONE-TYPE.
    DISPLAY 'Phone on file: ' BorrowerPhone.
    MOVE ContactPhoneType TO WS-OldDemogValue.
    DISPLAY 'Enter Phone Type (HOME/MOBILE/WORK): '.
    ACCEPT ContactPhoneType.
    PERFORM UNTIL ContactPhoneTypeValid
        DISPLAY 'Invalid input. Enter HOME, MOBILE or WORK: '
        ACCEPT ContactPhoneType
    END-PERFORM.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactPhoneTypeDate.
    MOVE WS-EntrySource TO ContactPhoneTypeSource.
    MOVE 'PHONE-TYPE' TO WS-ChangeField.
    MOVE ContactPhoneType TO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    DISPLAY 'Phone type recorded.'.

*> consent to autodialed or prerecorded calls may be revoked by any
*> reasonable means; once revoked, the number is dialed by hand only
SET-AUTODIAL-CONSENT.
    MOVE ContactAutodialConsent TO WS-OldDemogValue.
    DISPLAY 'Borrower consents to autodialed calls? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        SET ContactAutodialGiven TO TRUE
    ELSE
        SET ContactAutodialRevoked TO TRUE
    END-IF.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactAutodialDate.
    MOVE WS-EntrySource TO ContactAutodialSource.
    MOVE 'AUTODIAL' TO WS-ChangeField.
    MOVE ContactAutodialConsent TO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    IF ContactAutodialGiven
        DISPLAY 'Autodial consent recorded.'
    ELSE
        DISPLAY 'Autodial consent revoked; calls are to be dialed by hand.'
    END-IF.

SET-DO-NOT-CALL.
    MOVE ContactDoNotCall TO WS-OldDemogValue.
    DISPLAY 'Borrower asks not to be called at all? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        SET ContactDoNotCallSet TO TRUE
    ELSE
        MOVE 'N' TO ContactDoNotCall
    END-IF.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactDoNotCallDate.
    MOVE WS-EntrySource TO ContactDoNotCallSource.
    MOVE 'DO-NOT-CALL' TO WS-ChangeField.
    MOVE ContactDoNotCall TO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    IF ContactDoNotCallSet
        DISPLAY 'Do-not-call recorded; contact is by mail only.'
    ELSE
        DISPLAY 'Do-not-call cleared.'
    END-IF.

SET-NO-WORK-CALLS.
    MOVE ContactNoWorkCalls TO WS-OldDemogValue.
    DISPLAY 'Borrower asks not to be called at work? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        SET ContactNoWorkCallsSet TO TRUE
    ELSE
        MOVE 'N' TO ContactNoWorkCalls
    END-IF.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactNoWorkCallsDate.
    MOVE WS-EntrySource TO ContactNoWorkCallsSource.
    MOVE 'WORK-CALLS' TO WS-ChangeField.
    MOVE ContactNoWorkCalls TO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    IF ContactNoWorkCallsSet
        DISPLAY 'No calls at work recorded.'
    ELSE
        DISPLAY 'No calls at work cleared.'
    END-IF.

*> a window of zero to zero clears the preference
SET-CONTACT-HOURS.
    MOVE SPACES TO WS-OldDemogValue.
    STRING ContactHoursFrom '-' ContactHoursTo DELIMITED BY SIZE
        INTO WS-OldDemogValue.
    DISPLAY 'Enter Earliest Call Time (HHMM, 0 for none): '.
    PERFORM ACCEPT-HOURS.
    MOVE WS-EntryHours TO ContactHoursFrom.
    DISPLAY 'Enter Latest Call Time (HHMM, 0 for none): '.
    PERFORM ACCEPT-HOURS.
    PERFORM UNTIL WS-EntryHours > ContactHoursFrom
            OR (WS-EntryHours = ZERO AND ContactHoursFrom = ZERO)
        DISPLAY 'Latest time must follow the earliest. Re-enter (HHMM): '
        PERFORM ACCEPT-HOURS
    END-PERFORM.
    MOVE WS-EntryHours TO ContactHoursTo.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactHoursDate.
    MOVE WS-EntrySource TO ContactHoursSource.
    MOVE 'CALL-HOURS' TO WS-ChangeField.
    MOVE SPACES TO WS-NewDemogValue.
    STRING ContactHoursFrom '-' ContactHoursTo DELIMITED BY SIZE
        INTO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    DISPLAY 'Preferred contact hours recorded.'.

ACCEPT-HOURS.
    ACCEPT WS-EntryHours.
    PERFORM UNTIL WS-EntryHours NUMERIC AND WS-EntryHours < 2400
        DISPLAY 'Invalid input. Enter a time from 0000 to 2359 (HHMM): '
        ACCEPT WS-EntryHours
    END-PERFORM.

*> an opt-out stops sharing the borrower's information with
*> nonaffiliated third parties; it holds until the borrower revokes it
SET-PRIVACY-OPT-OUT.
    MOVE ContactPrivacyOptOut TO WS-OldDemogValue.
    DISPLAY 'Borrower opts out of information sharing? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        SET ContactPrivacyOptedOut TO TRUE
    ELSE
        MOVE 'N' TO ContactPrivacyOptOut
    END-IF.
    PERFORM ACCEPT-SOURCE.
    MOVE WS-TodayDate TO ContactPrivacyOptOutDate.
    MOVE WS-EntrySource TO ContactPrivacySource.
    MOVE 'PRIVACY-OPT' TO WS-ChangeField.
    MOVE ContactPrivacyOptOut TO WS-NewDemogValue.
    PERFORM SAVE-CONTACT-RECORD.
    IF ContactPrivacyOptedOut
        DISPLAY 'Privacy opt-out recorded.'
    ELSE
        DISPLAY 'Privacy opt-out withdrawn.'
    END-IF.

ACCEPT-SOURCE.
    DISPLAY 'How did the borrower tell us'.
    DISPLAY '(PHONE/WRITTEN/EMAIL/BRANCH/ONLINE): '.
    ACCEPT WS-EntrySource.
    PERFORM UNTIL WS-SourceValid
        DISPLAY 'Invalid input. Enter PHONE, WRITTEN, EMAIL, BRANCH or ONLINE: '
        ACCEPT WS-EntrySource
    END-PERFORM.

SAVE-CONTACT-RECORD.
    MOVE LS-UserID TO ContactUpdatedBy.
    MOVE WS-TodayDate TO ContactUpdatedDate.
    IF WS-ContactOnFile = 'Y'
        REWRITE ContactPreferenceRecord
    ELSE
        WRITE ContactPreferenceRecord
        MOVE 'Y' TO WS-ContactOnFile
    END-IF.
    CALL 'WriteDemographicChange' USING BorrowerID OF BorrowerRecord
        BorrowerFullName WS-NoLoanID WS-ChangeField WS-OldDemogValue
        WS-NewDemogValue LS-UserID.

DISPLAY-CONTACT-PREFERENCES.
    DISPLAY 'Borrower: ' BorrowerFullName.
    DISPLAY 'Phone: ' BorrowerPhone '  Type: ' ContactPhoneType
        '  (' ContactPhoneTypeDate ' ' ContactPhoneTypeSource ')'.
    IF ContactAutodialGiven
        DISPLAY 'Autodial Consent: YES (' ContactAutodialDate ' '
            ContactAutodialSource ')'
    ELSE
        IF ContactAutodialRevoked
            DISPLAY 'Autodial Consent: REVOKED (' ContactAutodialDate ' '
                ContactAutodialSource ')'
        ELSE
            DISPLAY 'Autodial Consent: NOT ON FILE'
        END-IF
    END-IF.
    IF ContactDoNotCallSet
        DISPLAY 'Do Not Call: YES (' ContactDoNotCallDate ' '
            ContactDoNotCallSource ')'
    ELSE
        DISPLAY 'Do Not Call: NO'
    END-IF.
    IF ContactNoWorkCallsSet
        DISPLAY 'No Calls at Work: YES (' ContactNoWorkCallsDate ' '
            ContactNoWorkCallsSource ')'
    ELSE
        DISPLAY 'No Calls at Work: NO'
    END-IF.
    IF ContactHoursFrom = ZERO AND ContactHoursTo = ZERO
        DISPLAY 'Preferred Hours: NONE GIVEN'
    ELSE
        DISPLAY 'Preferred Hours: ' ContactHoursFrom ' to '
            ContactHoursTo ' (' ContactHoursDate ' '
            ContactHoursSource ')'
    END-IF.
    IF ContactPrivacyOptedOut
        DISPLAY 'Privacy Opt-Out: YES (' ContactPrivacyOptOutDate ' '
            ContactPrivacySource ')'
    ELSE
        DISPLAY 'Privacy Opt-Out: NO'
    END-IF.
    IF ContactPrivacyNoticeDate > ZERO
        DISPLAY 'Last Privacy Notice: ' ContactPrivacyNoticeDate
    END-IF.

OPEN-CONTACT-FILE.
    OPEN I-O ContactPreferenceFile.
    IF WS-ContactPreferenceStatus = '35'
        OPEN OUTPUT ContactPreferenceFile
        CLOSE ContactPreferenceFile
        OPEN I-O ContactPreferenceFile
    END-IF.
