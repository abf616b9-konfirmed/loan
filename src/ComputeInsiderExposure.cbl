IDENTIFICATION DIVISION.
PROGRAM-ID. ComputeInsiderExposure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY INSEL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  InsiderLinkFile.
    COPY INREC.

WORKING-STORAGE SECTION.
01 EOF                    PIC X VALUE 'N'.
01 WS-LoanFileStatus      PIC X(02).
01 WS-InsiderLinkStatus   PIC X(02).
01 WS-MemberIdx           PIC 9(3).
01 WS-SearchIdx           PIC 9(3).
01 WS-InGroup             PIC X VALUE 'N'.
01 WS-MemberCount         PIC 9(3) VALUE ZERO.
01 WS-MemberMax           PIC 9(3) VALUE 50.
01 WS-Members.
    05 WS-MemberID OCCURS 50 TIMES PIC 9(5).

LINKAGE SECTION.
01 LS-InsiderID           PIC 9(5).
01 LS-Exposure            PIC 9(11)V99.
01 LS-LoanCount           PIC 9(5).

*> an insider's aggregate credit: the outstanding balance of every
*> open loan to the insider or to a related interest linked to them,
*> whether as borrower or co-borrower. A loan shared by two of the
*> group is counted once
PROCEDURE DIVISION USING LS-InsiderID LS-Exposure LS-LoanCount.
    MOVE ZERO TO LS-Exposure.
    MOVE ZERO TO LS-LoanCount.
    PERFORM LOAD-GROUP-MEMBERS.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        GOBACK
    END-IF.
    PERFORM VARYING WS-MemberIdx FROM 1 BY 1
            UNTIL WS-MemberIdx > WS-MemberCount
        PERFORM ADD-BORROWER-LOANS
        PERFORM ADD-CO-BORROWER-LOANS
    END-PERFORM.
    CLOSE LoanFile.
    GOBACK.

LOAD-GROUP-MEMBERS.
    MOVE 1 TO WS-MemberCount.
    MOVE LS-InsiderID TO WS-MemberID(1).
    OPEN INPUT InsiderLinkFile.
    IF WS-InsiderLinkStatus = '00'
        MOVE 'N' TO EOF
        MOVE LS-InsiderID TO LinkInsiderBorrowerID
        START InsiderLinkFile KEY IS EQUAL TO LinkInsiderBorrowerID
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ InsiderLinkFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LinkInsiderBorrowerID = LS-InsiderID
                        IF WS-MemberCount < WS-MemberMax
                            ADD 1 TO WS-MemberCount
                            MOVE LinkRelatedBorrowerID
                                TO WS-MemberID(WS-MemberCount)
                        ELSE
                            DISPLAY 'More than ' WS-MemberMax
                                ' related interests linked to insider '
                                LS-InsiderID '; the rest are not counted.'
                            MOVE 'Y' TO EOF
                        END-IF
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE InsiderLinkFile
    END-IF.

ADD-BORROWER-LOANS.
    MOVE 'N' TO EOF.
    MOVE WS-MemberID(WS-MemberIdx) TO BorrowerID OF LoanRecord.
    START LoanFile KEY IS EQUAL TO BorrowerID OF LoanRecord
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF BorrowerID OF LoanRecord = WS-MemberID(WS-MemberIdx)
                    PERFORM ADD-OPEN-LOAN
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.

*> a co-borrowed loan whose borrower is also in the group was already
*> counted under that borrower
ADD-CO-BORROWER-LOANS.
    MOVE 'N' TO EOF.
    MOVE WS-MemberID(WS-MemberIdx) TO CoBorrowerID.
    START LoanFile KEY IS EQUAL TO CoBorrowerID
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF CoBorrowerID = WS-MemberID(WS-MemberIdx)
                    PERFORM CHECK-BORROWER-IN-GROUP
                    IF WS-InGroup = 'N'
                        PERFORM ADD-OPEN-LOAN
                    END-IF
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.

CHECK-BORROWER-IN-GROUP.
    MOVE 'N' TO WS-InGroup.
    PERFORM VARYING WS-SearchIdx FROM 1 BY 1
            UNTIL WS-SearchIdx > WS-MemberCount
        IF WS-MemberID(WS-SearchIdx) = BorrowerID OF LoanRecord
            MOVE 'Y' TO WS-InGroup
        END-IF
    END-PERFORM.

ADD-OPEN-LOAN.
    IF LoanStatusActive OR LoanStatusDefaulted
        ADD OutstandingBalance TO LS-Exposure
        ADD 1 TO LS-LoanCount
    END-IF.
