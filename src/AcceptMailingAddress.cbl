IDENTIFICATION DIVISION.
PROGRAM-ID. AcceptMailingAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ZipEntry        PIC X(10).
01 WS-AddressValid    PIC X(01).
01 WS-AddressReason   PIC X(30).

LINKAGE SECTION.
    COPY MAREC.

*> keys a structured mailing address at the terminal, field by field,
*> and asks again until it passes the state and ZIP checks. The ZIP
*> may be keyed as 12345, 12345-6789 or 123456789; a foreign postal
*> code is kept as keyed
PROCEDURE DIVISION USING MailingAddress.
    MOVE 'N' TO WS-AddressValid.
    PERFORM UNTIL WS-AddressValid = 'Y'
        MOVE SPACES TO MailingAddress
        DISPLAY 'Enter Address Line 1: '
        ACCEPT MailAddrLine1
        DISPLAY 'Enter Address Line 2 (blank if none): '
        ACCEPT MailAddrLine2
        DISPLAY 'Enter City: '
        ACCEPT MailCity
        DISPLAY 'Enter Country Code (blank for US): '
        ACCEPT MailCountry
        DISPLAY 'Enter State Code (province if outside the US): '
        ACCEPT MailState
        DISPLAY 'Enter ZIP Code (postal code if outside the US): '
        ACCEPT WS-ZipEntry
        IF WS-ZipEntry(6:1) = '-'
            MOVE WS-ZipEntry(1:5) TO MailZip5
            MOVE WS-ZipEntry(7:4) TO MailZip4
        ELSE
            MOVE WS-ZipEntry TO MailZipCode
        END-IF
        CALL 'ValidateMailingAddress' USING MailingAddress
            WS-AddressValid WS-AddressReason
        IF WS-AddressValid NOT = 'Y'
            DISPLAY 'Invalid address: ' WS-AddressReason
            DISPLAY 'Please re-enter the address.'
        END-IF
    END-PERFORM.
    GOBACK.
