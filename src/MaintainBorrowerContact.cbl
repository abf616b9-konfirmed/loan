IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainBorrowerContact.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY DHSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  DemographicChangeFile.
    COPY DHREC.

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus PIC X(02).
01 WS-DemogChangeStatus  PIC X(02).
01 WS-Choice             PIC 9.
01 WS-HistoryEOF         PIC X VALUE 'N'.
01 WS-HistoryCount       PIC 9(5) VALUE ZERO.
01 WS-NoLoanID           PIC 9(7) VALUE ZERO.
01 WS-ChangeField        PIC X(12).
01 WS-OldDemogValue      PIC X(118).
01 WS-NewDemogValue      PIC X(118).
01 WS-ShowValue          PIC X(118).
01 WS-BankRouting        PIC X(09).
01 WS-BankAccount        PIC X(17).
01 WS-MaskedAccount      PIC X(17).
    COPY MAREC.

LINKAGE SECTION.
01 LS-UserID             PIC X(20).

*> changes to a borrower's mailing address and phone go through here
*> so each one is kept in the demographic change history under the
*> user who made it; an address change also sends a confirmation to
*> the old address. The history shows every recorded change for the
*> borrower, with bank account numbers masked
PROCEDURE DIVISION USING LS-UserID.
    PERFORM OPEN-BORROWER-FILE.

    DISPLAY '--- Borrower Contact Details ---'.
    DISPLAY '1. Change Mailing Address'.
    DISPLAY '2. Change Phone Number'.
    DISPLAY '3. Display Change History'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    IF WS-Choice < 1 OR WS-Choice > 3
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
            PERFORM CHANGE-MAILING-ADDRESS
        WHEN 2
            PERFORM CHANGE-PHONE
        WHEN 3
            PERFORM DISPLAY-CHANGE-HISTORY
    END-EVALUATE.

    CLOSE BorrowerFile.
    GOBACK.

CHANGE-MAILING-ADDRESS.
    MOVE BorrowerAddress TO MailingAddress.
    PERFORM DISPLAY-MAILING-ADDRESS.
    MOVE BorrowerAddress TO WS-OldDemogValue.
    DISPLAY 'Enter the new mailing address.'.
    CALL 'AcceptMailingAddress' USING BorrowerAddress.
    MOVE BorrowerAddress TO WS-NewDemogValue.
    IF WS-NewDemogValue = WS-OldDemogValue
        DISPLAY 'Address unchanged.'
    ELSE
        REWRITE BorrowerRecord
        MOVE 'ADDRESS' TO WS-ChangeField
        CALL 'WriteDemographicChange' USING BorrowerID OF
            BorrowerRecord BorrowerFullName WS-NoLoanID
            WS-ChangeField WS-OldDemogValue WS-NewDemogValue
            LS-UserID
        DISPLAY 'Mailing address changed.'
    END-IF.

CHANGE-PHONE.
    DISPLAY 'Current Phone: ' BorrowerPhone.
    MOVE BorrowerPhone TO WS-OldDemogValue.
    DISPLAY 'Enter New Phone: '.
    ACCEPT BorrowerPhone.
    PERFORM UNTIL BorrowerPhone NOT = SPACES
        DISPLAY 'Invalid input. Phone cannot be blank: '
        ACCEPT BorrowerPhone
    END-PERFORM.
    MOVE BorrowerPhone TO WS-NewDemogValue.
    IF WS-NewDemogValue = WS-OldDemogValue
        DISPLAY 'Phone unchanged.'
    ELSE
        REWRITE BorrowerRecord
        MOVE 'PHONE' TO WS-ChangeField
        CALL 'WriteDemographicChange' USING BorrowerID OF
            BorrowerRecord BorrowerFullName WS-NoLoanID
            WS-ChangeField WS-OldDemogValue WS-NewDemogValue
            LS-UserID
        DISPLAY 'Phone number changed.'
    END-IF.

DISPLAY-CHANGE-HISTORY.
    DISPLAY 'Borrower: ' BorrowerFullName.
    MOVE ZERO TO WS-HistoryCount.
    MOVE 'N' TO WS-HistoryEOF.
    OPEN INPUT DemographicChangeFile.
    IF WS-DemogChangeStatus = '35'
        DISPLAY 'No demographic change history on file.'
    ELSE
        PERFORM UNTIL WS-HistoryEOF = 'Y'
            READ DemographicChangeFile
                AT END
                    MOVE 'Y' TO WS-HistoryEOF
                NOT AT END
                    IF DemogBorrowerID = BorrowerID OF BorrowerRecord
                        PERFORM DISPLAY-ONE-CHANGE
                    END-IF
        END-PERFORM
        CLOSE DemographicChangeFile
        DISPLAY 'Changes on record: ' WS-HistoryCount
    END-IF.

DISPLAY-ONE-CHANGE.
    ADD 1 TO WS-HistoryCount.
    DISPLAY '----------------------------------------'.
    DISPLAY DemogChangeDate ' ' DemogChangeTime(1:6) ' '
        DemogField ' by ' DemogUserID.
    IF DemogLoanID NOT = ZERO
        DISPLAY '  Loan ID: ' DemogLoanID
    END-IF.
    MOVE DemogOldValue TO WS-ShowValue.
    DISPLAY '  Old:'.
    PERFORM DISPLAY-CHANGE-VALUE.
    MOVE DemogNewValue TO WS-ShowValue.
    DISPLAY '  New:'.
    PERFORM DISPLAY-CHANGE-VALUE.
    IF DemogConfirmationSent
        DISPLAY '  Confirmation letter sent to the old address.'
    END-IF.

DISPLAY-CHANGE-VALUE.
    EVALUATE TRUE
        WHEN WS-ShowValue = SPACES
            DISPLAY '    (none)'
        WHEN DemogFieldAddress
            MOVE WS-ShowValue TO MailingAddress
            PERFORM DISPLAY-MAILING-ADDRESS
        WHEN DemogFieldBankAccount
            MOVE SPACES TO WS-BankRouting
            MOVE SPACES TO WS-BankAccount
            UNSTRING WS-ShowValue DELIMITED BY ALL SPACE
                INTO WS-BankRouting WS-BankAccount
            END-UNSTRING
            CALL 'MaskSensitiveValue' USING WS-BankAccount
                WS-MaskedAccount
            DISPLAY '    Routing ' WS-BankRouting
                ' Account ' WS-MaskedAccount
        WHEN OTHER
            DISPLAY '    ' WS-ShowValue(1:60)
    END-EVALUATE.

DISPLAY-MAILING-ADDRESS.
    DISPLAY '    ' MailAddrLine1.
    IF MailAddrLine2 NOT = SPACES
        DISPLAY '    ' MailAddrLine2
    END-IF.
    DISPLAY '    ' MailCity ' ' MailState ' ' MailZip5 ' ' MailZip4
        ' ' MailCountry.

OPEN-BORROWER-FILE.
    OPEN I-O BorrowerFile.
    IF WS-BorrowerFileStatus = '35'
        OPEN OUTPUT BorrowerFile
        CLOSE BorrowerFile
        OPEN I-O BorrowerFile
    END-IF.
