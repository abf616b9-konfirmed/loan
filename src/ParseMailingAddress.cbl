IDENTIFICATION DIVISION.
PROGRAM-ID. ParseMailingAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-PartCount      PIC 9(2).
01 WS-PartIdx        PIC 9(2).
01 WS-Parts.
    05 WS-Part       PIC X(40) OCCURS 5 TIMES.
01 WS-WordCount      PIC 9(2).
01 WS-WordIdx        PIC 9(2).
01 WS-Words.
    05 WS-Word       PIC X(40) OCCURS 8 TIMES.
01 WS-LineParts      PIC 9(2).
01 WS-Work           PIC X(40).
01 WS-WorkShifted    PIC X(40).
01 WS-LeadSpaces     PIC 9(2).
01 WS-CityPointer    PIC 9(3).
01 WS-ZipToken       PIC X(40).
01 WS-StateToken     PIC X(40).
01 WS-AddressValid   PIC X(01).

LINKAGE SECTION.
01 LS-FreeAddress    PIC X(40).
    COPY MAREC.
01 LS-Parsed         PIC X(01).
01 LS-Reason         PIC X(30).

*> splits a free-form one-line address into the structured mailing
*> fields. Commas separate the street lines from the city, and the
*> last part ends with the state code and ZIP, for example
*>     123 MAIN ST, APT 4, SPRINGFIELD, IL 62701-1234
*>     123 MAIN ST, SPRINGFIELD IL 62701
*> An address that cannot be split cleanly, or that does not pass
*> the domestic state and ZIP checks, is returned with the whole
*> text in line 1 and the reason, for someone to correct by hand
PROCEDURE DIVISION USING LS-FreeAddress MailingAddress LS-Parsed
        LS-Reason.
    MOVE SPACES TO MailingAddress.
    MOVE 'N' TO LS-Parsed.
    MOVE SPACES TO LS-Reason.
    IF LS-FreeAddress = SPACES
        MOVE 'ADDRESS IS BLANK' TO LS-Reason
        GOBACK
    END-IF.

    MOVE SPACES TO WS-Parts.
    MOVE ZERO TO WS-PartCount.
    UNSTRING LS-FreeAddress DELIMITED BY ','
        INTO WS-Part(1) WS-Part(2) WS-Part(3) WS-Part(4) WS-Part(5)
        TALLYING IN WS-PartCount
    END-UNSTRING.
    PERFORM VARYING WS-PartIdx FROM 1 BY 1 UNTIL WS-PartIdx > 5
        MOVE WS-Part(WS-PartIdx) TO WS-Work
        PERFORM LEFT-JUSTIFY-WORK
        MOVE WS-Work TO WS-Part(WS-PartIdx)
    END-PERFORM.
    PERFORM UNTIL WS-PartCount = ZERO
            OR WS-Part(WS-PartCount) NOT = SPACES
        SUBTRACT 1 FROM WS-PartCount
    END-PERFORM.

    MOVE SPACES TO WS-Words.
    IF WS-PartCount > ZERO
        UNSTRING WS-Part(WS-PartCount) DELIMITED BY ALL SPACE
            INTO WS-Word(1) WS-Word(2) WS-Word(3) WS-Word(4)
                 WS-Word(5) WS-Word(6) WS-Word(7) WS-Word(8)
        END-UNSTRING
    END-IF.
    MOVE ZERO TO WS-WordCount.
    PERFORM VARYING WS-WordIdx FROM 1 BY 1 UNTIL WS-WordIdx > 8
        IF WS-Word(WS-WordIdx) NOT = SPACES
            MOVE WS-WordIdx TO WS-WordCount
        END-IF
    END-PERFORM.

    EVALUATE TRUE
        WHEN WS-PartCount > 4
            MOVE 'TOO MANY COMMA-SEPARATED PARTS' TO LS-Reason
        WHEN WS-PartCount < 2
            MOVE 'NO CITY, STATE AND ZIP FOUND' TO LS-Reason
        WHEN WS-WordCount < 2
            MOVE 'NO STATE AND ZIP FOUND' TO LS-Reason
        WHEN WS-WordCount = 2 AND WS-PartCount < 3
            MOVE 'CITY NOT SEPARATED FROM STREET' TO LS-Reason
        WHEN OTHER
            PERFORM SPLIT-ADDRESS-PARTS
    END-EVALUATE.

    IF LS-Reason = SPACES
        CALL 'ValidateMailingAddress' USING MailingAddress
            WS-AddressValid LS-Reason
        IF WS-AddressValid = 'Y'
            MOVE 'Y' TO LS-Parsed
        END-IF
    END-IF.
    IF LS-Parsed NOT = 'Y'
        MOVE SPACES TO MailingAddress
        MOVE LS-FreeAddress TO MailAddrLine1
    END-IF.
    GOBACK.

*> the last two words of the last part are the state and ZIP; any
*> words before them are the city, otherwise the city is the part
*> before, and what is left over are the one or two street lines
SPLIT-ADDRESS-PARTS.
    MOVE WS-Word(WS-WordCount) TO WS-ZipToken.
    MOVE WS-Word(WS-WordCount - 1) TO WS-StateToken.
    IF WS-WordCount > 2
        MOVE 1 TO WS-CityPointer
        PERFORM VARYING WS-WordIdx FROM 1 BY 1
                UNTIL WS-WordIdx > WS-WordCount - 2
            IF WS-WordIdx > 1
                STRING ' ' DELIMITED BY SIZE
                    INTO MailCity WITH POINTER WS-CityPointer
                END-STRING
            END-IF
            STRING WS-Word(WS-WordIdx) DELIMITED BY SPACE
                INTO MailCity WITH POINTER WS-CityPointer
            END-STRING
        END-PERFORM
        COMPUTE WS-LineParts = WS-PartCount - 1
    ELSE
        MOVE WS-Part(WS-PartCount - 1) TO MailCity
        COMPUTE WS-LineParts = WS-PartCount - 2
    END-IF.

    EVALUATE TRUE
        WHEN WS-LineParts = 1
            MOVE WS-Part(1) TO MailAddrLine1
        WHEN WS-LineParts = 2
            MOVE WS-Part(1) TO MailAddrLine1
            MOVE WS-Part(2) TO MailAddrLine2
        WHEN OTHER
            MOVE 'TOO MANY STREET LINES' TO LS-Reason
    END-EVALUATE.

    IF WS-StateToken(3:1) NOT = SPACE
        MOVE 'STATE IS NOT A 2-LETTER CODE' TO LS-Reason
    END-IF.
    MOVE WS-StateToken(1:2) TO MailState.
    MOVE 'US' TO MailCountry.
    EVALUATE TRUE
        WHEN WS-ZipToken(6:1) = SPACE
            MOVE WS-ZipToken(1:5) TO MailZip5
        WHEN WS-ZipToken(6:1) = '-' AND WS-ZipToken(11:1) = SPACE
            MOVE WS-ZipToken(1:5) TO MailZip5
            MOVE WS-ZipToken(7:4) TO MailZip4
        WHEN WS-ZipToken(10:1) = SPACE
            MOVE WS-ZipToken(1:5) TO MailZip5
            MOVE WS-ZipToken(6:4) TO MailZip4
        WHEN OTHER
            MOVE 'ZIP CODE NOT RECOGNIZED' TO LS-Reason
    END-EVALUATE.

LEFT-JUSTIFY-WORK.
    MOVE ZERO TO WS-LeadSpaces.
    INSPECT WS-Work TALLYING WS-LeadSpaces FOR LEADING SPACE.
    IF WS-LeadSpaces > ZERO AND WS-LeadSpaces < 40
        MOVE WS-Work(WS-LeadSpaces + 1:) TO WS-WorkShifted
        MOVE WS-WorkShifted TO WS-Work
    END-IF.
