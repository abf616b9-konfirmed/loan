IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCipVerification.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-BorrowerFileStatus  PIC X(02).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-DateValid           PIC X VALUE 'Y'.
01 WS-PiiFullValue        PIC X(17).
01 WS-PiiShownValue       PIC X(17).
01 WS-ReportDate          PIC 9(8) VALUE ZERO.
01 WS-ExceptionsReported  PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> customer identification program. Every borrower must have an
*> identifying document on file, verified documentary (the document
*> seen) or non-documentary (checked against an outside source), with
*> the user and date of the check, before a loan to them is funded.
*> The verifying user is the one signed on
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-BORROWER-FILE.

    DISPLAY '--- Customer Identification ---'.
    DISPLAY '1. Record Identity Verification'.
    DISPLAY '2. Display Identity Verification'.
    DISPLAY '3. Identity Verification Exception Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM RECORD-VERIFICATION
        WHEN 2
            PERFORM DISPLAY-VERIFICATION
        WHEN 3
            CLOSE BorrowerFile
            CALL 'ReportCipExceptions' USING WS-ReportDate
                WS-ExceptionsReported
            PERFORM OPEN-BORROWER-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE BorrowerFile.
    GOBACK.

*> the document must be in date on the day it is verified; an
*> expired document is refused here and the borrower stays unverified
RECORD-VERIFICATION.
    DISPLAY 'Enter Borrower ID: '.
    ACCEPT BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower: ' BorrowerFullName
            PERFORM ACCEPT-VERIFICATION-FIELDS
            MOVE LS-UserID TO BorrowerCipVerifiedBy
            MOVE WS-TodayDate TO BorrowerCipVerifiedDate
            REWRITE BorrowerRecord
            DISPLAY 'Identity verified by ' BorrowerCipVerifiedBy
                ' on ' BorrowerCipVerifiedDate '.'
    END-READ.

ACCEPT-VERIFICATION-FIELDS.
    DISPLAY 'Enter ID Type (DL/PASS/STID/MIL/PRC): '.
    ACCEPT BorrowerCipIdType.
    PERFORM UNTIL BorrowerCipIdTypeValid
        DISPLAY 'Invalid input. Enter DL, PASS, STID, MIL, or PRC: '
        ACCEPT BorrowerCipIdType
    END-PERFORM.

    DISPLAY 'Enter ID Number: '.
    ACCEPT BorrowerCipIdNumber.
    PERFORM UNTIL BorrowerCipIdNumber NOT = SPACES
        DISPLAY 'Invalid input. ID Number cannot be blank: '
        ACCEPT BorrowerCipIdNumber
    END-PERFORM.

    DISPLAY 'Enter Issuing State or Country Code: '.
    ACCEPT BorrowerCipIdIssuer.
    PERFORM UNTIL BorrowerCipIdIssuer NOT = SPACES
        DISPLAY 'Invalid input. Issuing State or Country cannot be blank: '
        ACCEPT BorrowerCipIdIssuer
    END-PERFORM.

    DISPLAY 'Enter ID Expiration Date (YYYYMMDD): '.
    ACCEPT BorrowerCipIdExpiration.
    PERFORM VALIDATE-EXPIRATION-DATE.
    PERFORM UNTIL WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Expiration Date not'
        DISPLAY 'before today (YYYYMMDD): '
        ACCEPT BorrowerCipIdExpiration
        PERFORM VALIDATE-EXPIRATION-DATE
    END-PERFORM.

    DISPLAY 'Enter Verification Method (DOC documentary,'.
    DISPLAY 'NDOC non-documentary): '.
    ACCEPT BorrowerCipMethod.
    PERFORM UNTIL BorrowerCipMethodValid
        DISPLAY 'Invalid input. Enter DOC or NDOC: '
        ACCEPT BorrowerCipMethod
    END-PERFORM.

VALIDATE-EXPIRATION-DATE.
    MOVE 'N' TO WS-DateValid.
    IF BorrowerCipIdExpiration NUMERIC
        CALL 'ValidateDate' USING BorrowerCipIdExpiration WS-DateValid
        IF BorrowerCipIdExpiration < WS-TodayDate
            MOVE 'N' TO WS-DateValid
        END-IF
    END-IF.

*> the ID number is shown with only its last four characters readable
DISPLAY-VERIFICATION.
    DISPLAY 'Enter Borrower ID: '.
    ACCEPT BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower: ' BorrowerFullName
            IF BorrowerCipVerifiedDate NOT NUMERIC
                    OR BorrowerCipVerifiedDate = ZERO
                DISPLAY 'No identity verification on file.'
            ELSE
                MOVE BorrowerCipIdNumber TO WS-PiiFullValue
                CALL 'MaskSensitiveValue' USING WS-PiiFullValue
                    WS-PiiShownValue
                DISPLAY 'ID Type: ' BorrowerCipIdType
                    '  Number: ' WS-PiiShownValue
                    '  Issued by: ' BorrowerCipIdIssuer
                DISPLAY 'Expires: ' BorrowerCipIdExpiration
                IF BorrowerCipIdExpiration < WS-TodayDate
                    DISPLAY '*** ID EXPIRED - re-verify before funding ***'
                END-IF
                DISPLAY 'Method: ' BorrowerCipMethod
                    '  Verified by: ' BorrowerCipVerifiedBy
                    '  on ' BorrowerCipVerifiedDate
            END-IF
    END-READ.

OPEN-BORROWER-FILE.
    OPEN I-O BorrowerFile.
    IF WS-BorrowerFileStatus = '35'
        OPEN OUTPUT BorrowerFile
        CLOSE BorrowerFile
        OPEN I-O BorrowerFile
    END-IF.
