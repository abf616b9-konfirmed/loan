        10 WS-SkipName       PIC X(30).
        10 WS-SkipBalance    PIC 9(11)V99.

01 WS-NoLoanID           PIC 9(7) VALUE ZERO.
01 WS-ChangeField        PIC X(12) VALUE 'ADDRESS'.
01 WS-OldDemogValue      PIC X(118).
01 WS-NewDemogValue      PIC X(118).

LINKAGE SECTION.
01 LS-UserID             PIC X(20).

PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    PERFORM OPEN-BORROWER-FILE.

        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Enter the corrected mailing address.'
            MOVE BorrowerAddress TO WS-OldDemogValue
            CALL 'AcceptMailingAddress' USING BorrowerAddress
            MOVE BorrowerAddress TO WS-NewDemogValue
            SET BorrowerGoodAddress TO TRUE
            MOVE ZERO TO BorrowerBadAddressDate
            MOVE SPACES TO BorrowerBadAddressReason
            REWRITE BorrowerRecord
            CALL 'WriteDemographicChange' USING BorrowerID OF
                BorrowerRecord BorrowerFullName WS-NoLoanID
                WS-ChangeField WS-OldDemogValue WS-NewDemogValue
                LS-UserID
            DISPLAY 'Address corrected; normal mailing resumes.'
    END-READ.

        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Address: ' BorrowerAddrLine1
            IF BorrowerAddrLine2 NOT = SPACES
                DISPLAY '         ' BorrowerAddrLine2
            END-IF
            DISPLAY '         ' BorrowerCity ' ' BorrowerState ' '
                BorrowerZip5 ' ' BorrowerZip4 ' ' BorrowerCountry
            IF BorrowerBadAddress
                DISPLAY 'FLAGGED BAD ' BorrowerBadAddressDate
                    ' (' BorrowerBadAddressReason ')'
