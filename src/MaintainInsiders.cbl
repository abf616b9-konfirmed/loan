IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainInsiders.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY INSEL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  InsiderLinkFile.
    COPY INREC.

WORKING-STORAGE SECTION.
01 EOF                    PIC X VALUE 'N'.
01 WS-BorrowerFileStatus  PIC X(02).
01 WS-InsiderLinkStatus   PIC X(02).
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-LookupBorrowerID    PIC 9(5).
01 WS-InsiderBorrowerID   PIC 9(5).
01 WS-InsiderName         PIC X(30).
01 WS-InsiderValid        PIC X VALUE 'N'.
01 WS-LinkOnFile          PIC X VALUE 'N'.
01 WS-LinksShown          PIC 9(3) VALUE ZERO.
01 WS-Exposure            PIC 9(11)V99.
01 WS-LoanCount           PIC 9(5).
01 WS-InterestType        PIC X(10).
01 WS-ReportDate          PIC 9(8) VALUE ZERO.
01 WS-InsidersReported    PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> insider (Reg O) designations. An executive officer, director or
*> principal shareholder is flagged on their borrower record with the
*> relationship; a company they control or a political committee they
*> run is a related interest, flagged RELATED-INT and linked to the
*> insider its credit aggregates with. A related interest links to one
*> insider. An insider cannot be undesignated while related interests
*> are still linked to them
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-BORROWER-FILE.
    PERFORM OPEN-INSIDER-LINK-FILE.

    DISPLAY '--- Insider Lending (Reg O) ---'.
    DISPLAY '1. Designate Insider'.
    DISPLAY '2. Link Related Interest'.
    DISPLAY '3. Remove Insider Designation'.
    DISPLAY '4. Display Insider and Aggregate Credit'.
    DISPLAY '5. Quarterly Insider Lending Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM DESIGNATE-INSIDER
        WHEN 2
            PERFORM LINK-RELATED-INTEREST
        WHEN 3
            PERFORM REMOVE-DESIGNATION
        WHEN 4
            PERFORM DISPLAY-INSIDER
        WHEN 5
            CLOSE BorrowerFile
            CLOSE InsiderLinkFile
            CALL 'ReportInsiderLending' USING WS-ReportDate
                WS-InsidersReported
            PERFORM OPEN-BORROWER-FILE
            PERFORM OPEN-INSIDER-LINK-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE BorrowerFile.
    CLOSE InsiderLinkFile.
    GOBACK.

DESIGNATE-INSIDER.
    DISPLAY 'Enter Borrower ID: '.
    ACCEPT BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower: ' BorrowerFullName
            IF BorrowerIsInsider AND BorrowerInsiderRelatedInt
                DISPLAY 'Borrower is linked as a related interest.'
                DISPLAY 'Remove that designation first.'
            ELSE
                PERFORM ACCEPT-INSIDER-TYPE
                SET BorrowerIsInsider TO TRUE
                MOVE WS-TodayDate TO BorrowerInsiderDate
                REWRITE BorrowerRecord
                DISPLAY 'Borrower ' BorrowerID OF BorrowerRecord
                    ' designated ' BorrowerInsiderType
                    ' as of ' BorrowerInsiderDate '.'
            END-IF
    END-READ.

ACCEPT-INSIDER-TYPE.
    DISPLAY 'Enter Relationship (EXEC-OFFICER/DIRECTOR/PRINCIPAL-SH): '.
    ACCEPT BorrowerInsiderType.
    PERFORM UNTIL BorrowerInsiderTypeValid
        DISPLAY 'Invalid input. Enter EXEC-OFFICER, DIRECTOR, or'
        DISPLAY 'PRINCIPAL-SH: '
        ACCEPT BorrowerInsiderType
    END-PERFORM.

LINK-RELATED-INTEREST.
    DISPLAY 'Enter Insider Borrower ID: '.
    ACCEPT WS-InsiderBorrowerID.
    PERFORM CHECK-INSIDER.
    IF WS-InsiderValid = 'N'
        DISPLAY 'Borrower ' WS-InsiderBorrowerID
            ' is not a designated insider.'
    ELSE
        DISPLAY 'Insider: ' WS-InsiderName
        DISPLAY 'Enter Related Interest Borrower ID: '
        ACCEPT BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                DISPLAY 'Borrower not found.'
            NOT INVALID KEY
                PERFORM LINK-BORROWER-TO-INSIDER
        END-READ
    END-IF.

CHECK-INSIDER.
    MOVE 'N' TO WS-InsiderValid.
    MOVE WS-InsiderBorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF BorrowerIsInsider AND BorrowerInsiderTypeValid
                MOVE 'Y' TO WS-InsiderValid
                MOVE BorrowerFullName TO WS-InsiderName
            END-IF
    END-READ.

*> an insider cannot also be a related interest; relinking a related
*> interest moves it to the new insider
LINK-BORROWER-TO-INSIDER.
    IF BorrowerIsInsider AND BorrowerInsiderTypeValid
        DISPLAY 'Borrower ' BorrowerID OF BorrowerRecord
            ' is itself a designated insider; not linked.'
    ELSE
        IF BorrowerID OF BorrowerRecord = WS-InsiderBorrowerID
            DISPLAY 'A borrower cannot be linked to itself.'
        ELSE
            DISPLAY 'Related interest: ' BorrowerFullName
            DISPLAY 'Enter Interest Type (COMPANY/POLITICAL): '
            ACCEPT WS-InterestType
            PERFORM UNTIL WS-InterestType = 'COMPANY'
                    OR WS-InterestType = 'POLITICAL'
                DISPLAY 'Invalid input. Enter COMPANY or POLITICAL: '
                ACCEPT WS-InterestType
            END-PERFORM
            PERFORM WRITE-LINK
            SET BorrowerIsInsider TO TRUE
            SET BorrowerInsiderRelatedInt TO TRUE
            MOVE WS-TodayDate TO BorrowerInsiderDate
            REWRITE BorrowerRecord
            DISPLAY 'Borrower ' BorrowerID OF BorrowerRecord
                ' linked to insider ' WS-InsiderBorrowerID '.'
        END-IF
    END-IF.

WRITE-LINK.
    MOVE BorrowerID OF BorrowerRecord TO LinkRelatedBorrowerID.
    MOVE 'N' TO WS-LinkOnFile.
    READ InsiderLinkFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-LinkOnFile
    END-READ.
    MOVE BorrowerID OF BorrowerRecord TO LinkRelatedBorrowerID.
    MOVE WS-InsiderBorrowerID TO LinkInsiderBorrowerID.
    MOVE WS-InterestType TO LinkInterestType.
    MOVE WS-TodayDate TO LinkDate.
    MOVE LS-UserID TO LinkUserID.
    IF WS-LinkOnFile = 'Y'
        REWRITE InsiderLinkRecord
    ELSE
        WRITE InsiderLinkRecord
    END-IF.

REMOVE-DESIGNATION.
    DISPLAY 'Enter Borrower ID: '.
    ACCEPT BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN NOT BorrowerIsInsider
                    DISPLAY 'Borrower is not designated an insider.'
                WHEN BorrowerInsiderRelatedInt
                    MOVE BorrowerID OF BorrowerRecord
                        TO LinkRelatedBorrowerID
                    DELETE InsiderLinkFile
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    PERFORM CLEAR-DESIGNATION
                WHEN OTHER
                    MOVE BorrowerID OF BorrowerRecord
                        TO WS-InsiderBorrowerID
                    PERFORM COUNT-LINKED-INTERESTS
                    IF WS-LinksShown > ZERO
                        DISPLAY WS-LinksShown ' related interest(s)'
                            ' still linked; remove them first.'
                    ELSE
                        PERFORM CLEAR-DESIGNATION
                    END-IF
            END-EVALUATE
    END-READ.

CLEAR-DESIGNATION.
    SET BorrowerNotInsider TO TRUE.
    MOVE SPACES TO BorrowerInsiderType.
    MOVE WS-TodayDate TO BorrowerInsiderDate.
    REWRITE BorrowerRecord.
    DISPLAY 'Insider designation removed from Borrower '
        BorrowerID OF BorrowerRecord '.'.

COUNT-LINKED-INTERESTS.
    MOVE ZERO TO WS-LinksShown.
    MOVE 'N' TO EOF.
    MOVE WS-InsiderBorrowerID TO LinkInsiderBorrowerID.
    START InsiderLinkFile KEY IS EQUAL TO LinkInsiderBorrowerID
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ InsiderLinkFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LinkInsiderBorrowerID = WS-InsiderBorrowerID
                    ADD 1 TO WS-LinksShown
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.

*> a related interest is shown with the insider it aggregates to
DISPLAY-INSIDER.
    DISPLAY 'Enter Borrower ID: '.
    ACCEPT WS-LookupBorrowerID.
    MOVE WS-LookupBorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            DISPLAY 'Borrower not found.'
        NOT INVALID KEY
            DISPLAY 'Borrower: ' BorrowerFullName
            IF NOT BorrowerIsInsider
                DISPLAY 'Not designated an insider.'
            ELSE
                DISPLAY 'Relationship: ' BorrowerInsiderType
                    '  since ' BorrowerInsiderDate
                IF BorrowerInsiderRelatedInt
                    PERFORM SHOW-LINKED-INSIDER
                ELSE
                    MOVE WS-LookupBorrowerID TO WS-InsiderBorrowerID
                    PERFORM SHOW-INSIDER-GROUP
                END-IF
            END-IF
    END-READ.

SHOW-LINKED-INSIDER.
    MOVE WS-LookupBorrowerID TO LinkRelatedBorrowerID.
    READ InsiderLinkFile
        INVALID KEY
            DISPLAY 'No insider link on file.'
        NOT INVALID KEY
            DISPLAY 'Related interest (' LinkInterestType
                ') of insider ' LinkInsiderBorrowerID
                '  linked by ' LinkUserID ' on ' LinkDate
            MOVE LinkInsiderBorrowerID TO WS-InsiderBorrowerID
            PERFORM SHOW-INSIDER-GROUP
    END-READ.

SHOW-INSIDER-GROUP.
    MOVE ZERO TO WS-LinksShown.
    MOVE 'N' TO EOF.
    MOVE WS-InsiderBorrowerID TO LinkInsiderBorrowerID.
    START InsiderLinkFile KEY IS EQUAL TO LinkInsiderBorrowerID
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ InsiderLinkFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LinkInsiderBorrowerID = WS-InsiderBorrowerID
                    DISPLAY '  Related interest ' LinkRelatedBorrowerID
                        ' (' LinkInterestType ')'
                    ADD 1 TO WS-LinksShown
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.
    CALL 'ComputeInsiderExposure' USING WS-InsiderBorrowerID
        WS-Exposure WS-LoanCount.
    DISPLAY 'Insider ' WS-InsiderBorrowerID ' with '
        WS-LinksShown ' related interest(s): ' WS-LoanCount
        ' open loan(s), aggregate credit ' WS-Exposure.

OPEN-BORROWER-FILE.
    OPEN I-O BorrowerFile.
    IF WS-BorrowerFileStatus = '35'
        OPEN OUTPUT BorrowerFile
        CLOSE BorrowerFile
        OPEN I-O BorrowerFile
    END-IF.

OPEN-INSIDER-LINK-FILE.
    OPEN I-O InsiderLinkFile.
    IF WS-InsiderLinkStatus = '35'
        OPEN OUTPUT InsiderLinkFile
        CLOSE InsiderLinkFile
        OPEN I-O InsiderLinkFile
    END-IF.
