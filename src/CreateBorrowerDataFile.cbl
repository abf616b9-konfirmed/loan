                DISPLAY 'Invalid input. Borrower Full Name cannot be blank: '
                ACCEPT BorrowerFullName
            END-PERFORM
            DISPLAY 'Borrower Mailing Address'
            CALL 'AcceptMailingAddress' USING BorrowerAddress
            DISPLAY 'Enter Borrower Phone: '
            ACCEPT BorrowerPhone
            DISPLAY 'Enter Borrower SSN/Tax ID: '
            DISPLAY 'Enter Total Monthly Obligations: '
            ACCEPT BorrowerMonthlyObligations
            MOVE 'CLEAR' TO BorrowerScreenStatus
            MOVE SPACES TO BorrowerEmailAddress
            SET BorrowerEConsentNone TO TRUE
            MOVE ZERO TO BorrowerEConsentDate
            SET BorrowerPrefersPaper TO TRUE
            MOVE ZERO TO BorrowerEmailBounceDate
            SET BorrowerLangEnglish TO TRUE
            MOVE SPACES TO BorrowerCipIdType
            MOVE SPACES TO BorrowerCipIdNumber
            MOVE SPACES TO BorrowerCipIdIssuer
            MOVE ZERO TO BorrowerCipIdExpiration
            MOVE SPACES TO BorrowerCipMethod
            MOVE SPACES TO BorrowerCipVerifiedBy
            MOVE ZERO TO BorrowerCipVerifiedDate
            SET BorrowerNotInsider TO TRUE
            MOVE SPACES TO BorrowerInsiderType
            MOVE ZERO TO BorrowerInsiderDate
            WRITE BorrowerRecord
                INVALID KEY
                    DISPLAY 'Borrower ID already exists. Record not written.'
