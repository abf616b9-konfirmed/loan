IDENTIFICATION DIVISION.
PROGRAM-ID. ValidateMailingAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-StateIdx       PIC 9(3).
01 WS-StateFound     PIC X VALUE 'N'.

*> the two-letter postal codes for the states, the District of
*> Columbia, the territories and the military post offices
01 WS-StateCodeList.
    05 FILLER PIC X(20) VALUE 'ALAKAZARCACOCTDEFLGA'.
    05 FILLER PIC X(20) VALUE 'HIIDILINIAKSKYLAMEMD'.
    05 FILLER PIC X(20) VALUE 'MAMIMNMSMOMTNENVNHNJ'.
    05 FILLER PIC X(20) VALUE 'NMNYNCNDOHOKORPARISC'.
    05 FILLER PIC X(20) VALUE 'SDTNTXUTVTVAWAWVWIWY'.
    05 FILLER PIC X(18) VALUE 'DCPRGUVIASMPAAAEAP'.
01 WS-StateCodeTable REDEFINES WS-StateCodeList.
    05 WS-StateCode PIC X(02) OCCURS 59 TIMES.

LINKAGE SECTION.
    COPY MAREC.
01 LS-AddressValid   PIC X(01).
01 LS-Reason         PIC X(30).

*> checks a structured mailing address before it is written. Line 1
*> and the city are always required. A domestic address (country US
*> or blank) must carry a recognized state code and a five-digit ZIP
*> with an optional four-digit extension; a foreign address keeps
*> its province and postal code as given. State and country are
*> stored in upper case
PROCEDURE DIVISION USING MailingAddress LS-AddressValid LS-Reason.
    MOVE 'Y' TO LS-AddressValid.
    MOVE SPACES TO LS-Reason.
    INSPECT MailState CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    INSPECT MailCountry CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF MailCountry = SPACES
        MOVE 'US' TO MailCountry
    END-IF.

    EVALUATE TRUE
        WHEN MailAddrLine1 = SPACES
            MOVE 'N' TO LS-AddressValid
            MOVE 'ADDRESS LINE 1 IS BLANK' TO LS-Reason
        WHEN MailCity = SPACES
            MOVE 'N' TO LS-AddressValid
            MOVE 'CITY IS BLANK' TO LS-Reason
        WHEN MailCountry NOT ALPHABETIC
                OR MailCountry(2:1) = SPACE
            MOVE 'N' TO LS-AddressValid
            MOVE 'COUNTRY CODE IS NOT 2 LETTERS' TO LS-Reason
        WHEN NOT MailCountryUS
            CONTINUE
        WHEN OTHER
            PERFORM VALIDATE-DOMESTIC-FIELDS
    END-EVALUATE.
    GOBACK.

VALIDATE-DOMESTIC-FIELDS.
    MOVE 'N' TO WS-StateFound.
    PERFORM VARYING WS-StateIdx FROM 1 BY 1
            UNTIL WS-StateIdx > 59 OR WS-StateFound = 'Y'
        IF WS-StateCode(WS-StateIdx) = MailState
            MOVE 'Y' TO WS-StateFound
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-StateFound = 'N'
            MOVE 'N' TO LS-AddressValid
            MOVE 'STATE CODE NOT RECOGNIZED' TO LS-Reason
        WHEN MailZip5 NOT NUMERIC
            MOVE 'N' TO LS-AddressValid
            MOVE 'ZIP CODE MUST BE 5 DIGITS' TO LS-Reason
        WHEN MailZip4 NOT = SPACES AND MailZip4 NOT NUMERIC
            MOVE 'N' TO LS-AddressValid
            MOVE 'ZIP+4 MUST BE 4 DIGITS' TO LS-Reason
    END-EVALUATE.
