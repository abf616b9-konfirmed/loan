IDENTIFICATION DIVISION.
PROGRAM-ID. FormatCityStateZip.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-LinePointer     PIC 9(3).

LINKAGE SECTION.
    COPY MAREC.
01 LS-CityStateZip    PIC X(40).

*> sets out the city, state and ZIP as the one line they print on,
*> for example SPRINGFIELD, IL 62701-1234. A foreign address prints
*> its city, province and postal code as given. An address with no
*> city, such as one never split out of the old one-line form, gives
*> a blank line
PROCEDURE DIVISION USING MailingAddress LS-CityStateZip.
    MOVE SPACES TO LS-CityStateZip.
    IF MailCity = SPACES
        GOBACK
    END-IF.
    MOVE 1 TO WS-LinePointer.
    STRING MailCity DELIMITED BY '  '
        INTO LS-CityStateZip WITH POINTER WS-LinePointer
    END-STRING.
    IF MailCountryUS
        STRING ', ' MailState ' ' MailZip5 DELIMITED BY SIZE
            INTO LS-CityStateZip WITH POINTER WS-LinePointer
        END-STRING
        IF MailZip4 NOT = SPACES
            STRING '-' MailZip4 DELIMITED BY SIZE
                INTO LS-CityStateZip WITH POINTER WS-LinePointer
            END-STRING
        END-IF
    ELSE
        IF MailState NOT = SPACES
            STRING ' ' MailState DELIMITED BY SIZE
                INTO LS-CityStateZip WITH POINTER WS-LinePointer
            END-STRING
        END-IF
        STRING ' ' MailZipCode DELIMITED BY SIZE
            INTO LS-CityStateZip WITH POINTER WS-LinePointer
        END-STRING
    END-IF.
    GOBACK.
