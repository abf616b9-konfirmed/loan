IDENTIFICATION DIVISION.
PROGRAM-ID. ApplyDisasterRelief.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DSSEL.
    COPY RLSEL.
    COPY LNSEL.
    COPY CLSEL.
    SELECT LetterFile ASSIGN TO WS-LetterFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ReliefReportFile ASSIGN TO WS-ReliefReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DisasterFile.
    COPY DSREC.

FD  ReliefFile.
    COPY RLREC.

FD  LoanFile.
    COPY LNREC.

FD  CollateralFile.
    COPY CLREC.

FD  LetterFile.
01  LetterLine PIC X(100).

FD  ReliefReportFile.
01  ReliefReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-DisasterFileStatus    PIC X(02).
01 WS-ReliefFileStatus      PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-CollateralFileStatus  PIC X(02).
01 WS-LetterFileName        PIC X(40).
01 WS-ReliefReportFileName  PIC X(50).
01 WS-RunDate               PIC 9(8).
01 WS-AreaIdx               PIC 9(2).
01 WS-CollateralOpen        PIC X VALUE 'N'.
01 WS-Matched               PIC X VALUE 'N'.
01 WS-MatchedBy             PIC X(10).
01 WS-MatchedArea           PIC X(25).
01 WS-ReliefOnFile          PIC X VALUE 'N'.
01 WS-Action                PIC X(24).
01 WS-LoansChecked          PIC 9(7) VALUE ZERO.
01 WS-LoansMatched          PIC 9(7) VALUE ZERO.
01 WS-LoansTouched          PIC 9(7) VALUE ZERO.
01 WS-CorrType              PIC X(12) VALUE 'DISASTER-AID'.
01 WS-CorrLevel             PIC 9(1) VALUE ZERO.
01 WS-CorrAmount            PIC 9(11)V99 VALUE ZERO.
01 WS-EDelivery             PIC X VALUE 'N'.
01 WS-EmailAddress          PIC X(60).
01 WS-EDocName              PIC X(40).
01 WS-CityStateZip          PIC X(40).
01 WS-AddressFound          PIC X(01).
    COPY MAREC.

LINKAGE SECTION.
01 LS-DisasterID    PIC X(10).
01 LS-UserID        PIC X(20).
01 LS-LoansTouched  PIC 9(7).

*> relief for a declared disaster across the whole book. Every active
*> loan whose borrower's mailing ZIP, or whose collateral's ZIP or
*> county, falls in the declared area is put in DSTR forbearance for
*> the relief period; the forbearance window is what keeps late fees,
*> dunning letters and delinquent credit reporting off the loan. Each
*> borrower gets an outreach letter, and every loan touched is kept
*> in the relief file with its prior forbearance so it can be
*> reversed. A loan already relieved under the declaration is not
*> touched again, so the run can be repeated as the area grows
PROCEDURE DIVISION USING LS-DisasterID LS-UserID LS-LoansTouched.
    MOVE ZERO TO LS-LoansTouched.
    MOVE ZERO TO WS-LoansChecked.
    MOVE ZERO TO WS-LoansMatched.
    MOVE ZERO TO WS-LoansTouched.
    MOVE 'N' TO EOF.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN I-O DisasterFile.
    IF WS-DisasterFileStatus NOT = '00'
        DISPLAY 'No disaster declarations on file.'
        GOBACK
    END-IF.
    MOVE LS-DisasterID TO DisasterID.
    READ DisasterFile
        INVALID KEY
            DISPLAY 'Disaster declaration ' LS-DisasterID ' not found.'
            CLOSE DisasterFile
            GOBACK
    END-READ.
    IF DisasterEndDate < WS-RunDate
        DISPLAY 'The relief period for ' DisasterID ' ended '
            DisasterEndDate '; no relief applied.'
        CLOSE DisasterFile
        GOBACK
    END-IF.
    IF DisasterAreaCount = ZERO
        DISPLAY 'Declaration ' DisasterID ' lists no affected area.'
        CLOSE DisasterFile
        GOBACK
    END-IF.

    DISPLAY 'Applying disaster relief for ' DisasterID ' '
        DisasterName.
    PERFORM OPEN-RELIEF-FILE.
    MOVE 'N' TO WS-CollateralOpen.
    OPEN INPUT CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE 'Y' TO WS-CollateralOpen
    END-IF.
    MOVE SPACES TO WS-ReliefReportFileName.
    STRING 'disaster-relief-' DisasterID DELIMITED BY SPACE
        '-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ReliefReportFileName.
    OPEN OUTPUT ReliefReportFile.
    PERFORM WRITE-REPORT-HEADER.

    OPEN I-O LoanFile.
    PERFORM UNTIL EOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF LoanStatusActive
                    ADD 1 TO WS-LoansChecked
                    PERFORM MATCH-LOAN-TO-AREA
                    IF WS-Matched = 'Y'
                        ADD 1 TO WS-LoansMatched
                        PERFORM APPLY-RELIEF-TO-LOAN
                        PERFORM WRITE-REPORT-LINE
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    CLOSE ReliefFile.
    IF WS-CollateralOpen = 'Y'
        CLOSE CollateralFile
    END-IF.

    MOVE SPACES TO ReliefReportLine.
    WRITE ReliefReportLine.
    STRING 'Active loans checked: ' WS-LoansChecked
        '  In the declared area: ' WS-LoansMatched
        '  Placed in relief: ' WS-LoansTouched
        DELIMITED BY SIZE INTO ReliefReportLine.
    WRITE ReliefReportLine.
    CLOSE ReliefReportFile.

    MOVE WS-RunDate TO DisasterLastRunDate.
    ADD WS-LoansTouched TO DisasterLoansTouched.
    REWRITE DisasterRecord.
    CLOSE DisasterFile.

    MOVE WS-LoansTouched TO LS-LoansTouched.
    DISPLAY 'Loans in the declared area: ' WS-LoansMatched.
    DISPLAY 'Loans placed in disaster relief: ' WS-LoansTouched.
    DISPLAY 'Relief report written to ' WS-ReliefReportFileName.
    GOBACK.

*> the borrower's own ZIP is checked first; the collateral is checked
*> by ZIP, or by county within the declared state
MATCH-LOAN-TO-AREA.
    MOVE 'N' TO WS-Matched.
    MOVE SPACES TO WS-MatchedBy.
    MOVE SPACES TO WS-MatchedArea.
    CALL 'GetMailingAddress' USING BorrowerID OF LoanRecord
        MailingAddress WS-CityStateZip WS-AddressFound.
    IF WS-AddressFound = 'Y' AND MailCountryUS
        PERFORM VARYING WS-AreaIdx FROM 1 BY 1
                UNTIL WS-AreaIdx > DisasterAreaCount
                    OR WS-Matched = 'Y'
            IF DisasterAreaByZip(WS-AreaIdx)
                    AND DisasterAreaZip5(WS-AreaIdx) = MailZip5
                MOVE 'Y' TO WS-Matched
                MOVE 'BORROWER' TO WS-MatchedBy
                MOVE MailZip5 TO WS-MatchedArea
            END-IF
        END-PERFORM
    END-IF.
    IF WS-Matched = 'N' AND WS-CollateralOpen = 'Y'
        MOVE LoanID OF LoanRecord TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CollateralHeld
                    PERFORM MATCH-COLLATERAL-TO-AREA
                END-IF
        END-READ
    END-IF.

MATCH-COLLATERAL-TO-AREA.
    PERFORM VARYING WS-AreaIdx FROM 1 BY 1
            UNTIL WS-AreaIdx > DisasterAreaCount OR WS-Matched = 'Y'
        EVALUATE TRUE
            WHEN DisasterAreaByZip(WS-AreaIdx)
                    AND CollateralZip5 NOT = SPACES
                    AND DisasterAreaZip5(WS-AreaIdx) = CollateralZip5
                MOVE 'Y' TO WS-Matched
                MOVE CollateralZip5 TO WS-MatchedArea
            WHEN DisasterAreaByCounty(WS-AreaIdx)
                    AND CollateralState = DisasterState
                    AND CollateralCounty NOT = SPACES
                    AND DisasterAreaCounty(WS-AreaIdx) = CollateralCounty
                MOVE 'Y' TO WS-Matched
                MOVE CollateralCounty TO WS-MatchedArea
        END-EVALUATE
    END-PERFORM.
    IF WS-Matched = 'Y'
        MOVE 'COLLATERAL' TO WS-MatchedBy
    END-IF.

APPLY-RELIEF-TO-LOAN.
    MOVE DisasterID TO ReliefDisasterID.
    MOVE LoanID OF LoanRecord TO ReliefLoanID.
    MOVE 'N' TO WS-ReliefOnFile.
    READ ReliefFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-ReliefOnFile
    END-READ.
    EVALUATE TRUE
        WHEN WS-ReliefOnFile = 'Y' AND ReliefApplied
            MOVE 'ALREADY RELIEVED' TO WS-Action
        WHEN WS-ReliefOnFile = 'Y' AND ReliefReversed
            MOVE 'RELIEF REVERSED; SKIPPED' TO WS-Action
        WHEN ForbearanceReasonDisaster
                AND ForbearanceStartDate NOT GREATER THAN
                    DisasterStartDate
                AND ForbearanceEndDate NOT LESS THAN DisasterEndDate
            MOVE 'ALREADY IN DSTR' TO WS-Action
        WHEN OTHER
            PERFORM PLACE-LOAN-IN-RELIEF
            MOVE 'RELIEF APPLIED' TO WS-Action
            ADD 1 TO WS-LoansTouched
    END-EVALUATE.

*> a forbearance already running past the relief period keeps its
*> later end date; the prior window is kept for reversal either way
PLACE-LOAN-IN-RELIEF.
    MOVE DisasterID TO ReliefDisasterID.
    MOVE LoanID OF LoanRecord TO ReliefLoanID.
    MOVE BorrowerID OF LoanRecord TO ReliefBorrowerID.
    MOVE WS-MatchedBy TO ReliefMatchedBy.
    MOVE WS-MatchedArea TO ReliefMatchedArea.
    MOVE WS-RunDate TO ReliefAppliedDate.
    MOVE LS-UserID TO ReliefAppliedBy.
    MOVE ForbearanceStartDate TO ReliefPriorStartDate.
    MOVE ForbearanceEndDate TO ReliefPriorEndDate.
    MOVE ForbearanceReasonCode TO ReliefPriorReasonCode.
    MOVE DisasterStartDate TO ReliefStartDate.
    MOVE DisasterEndDate TO ReliefEndDate.
    IF ForbearanceStartDate NOT = ZERO
            AND ForbearanceStartDate NOT GREATER THAN DisasterEndDate
            AND ForbearanceEndDate > DisasterEndDate
        MOVE ForbearanceEndDate TO ReliefEndDate
    END-IF.
    SET ReliefApplied TO TRUE.
    MOVE ZERO TO ReliefReversedDate.
    MOVE SPACES TO ReliefReversedBy.

    MOVE ReliefStartDate TO ForbearanceStartDate.
    MOVE ReliefEndDate TO ForbearanceEndDate.
    SET ForbearanceReasonDisaster TO TRUE.
    REWRITE LoanRecord.
    WRITE ReliefRecord
        INVALID KEY
            REWRITE ReliefRecord
    END-WRITE.
    PERFORM SEND-OUTREACH-LETTER.

SEND-OUTREACH-LETTER.
    CALL 'CheckDeliveryChannel' USING BorrowerID OF LoanRecord
        WS-EDelivery WS-EmailAddress.
    MOVE SPACES TO WS-LetterFileName.
    STRING 'disaster-aid-' LoanID OF LoanRecord '-' WS-RunDate
        '.txt' DELIMITED BY SIZE INTO WS-LetterFileName.
    IF WS-EDelivery = 'Y'
        MOVE SPACES TO WS-EDocName
        STRING 'edoc-' WS-LetterFileName DELIMITED BY SPACE
            INTO WS-EDocName
        MOVE WS-EDocName TO WS-LetterFileName
    END-IF.
    OPEN OUTPUT LetterFile.
    MOVE '=== Disaster Relief for Your Loan ===' TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING 'Date: ' WS-RunDate DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING 'Loan ID: ' LoanID OF LoanRecord DELIMITED BY SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE BorrowerName OF LoanRecord TO LetterLine.
    WRITE LetterLine.
    PERFORM WRITE-ADDRESS-BLOCK.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING 'Your loan is in an area declared a disaster (' DisasterID
        DELIMITED BY SPACE ').' DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING DisasterName DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING 'We have placed your loan in disaster forbearance from '
        ReliefStartDate ' through ' ReliefEndDate '.'
        DELIMITED BY SIZE INTO LetterLine.
    WRITE LetterLine.
    MOVE 'During this time no late fees will be charged, no past-due'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'notices will be sent, and your account will not be reported'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'to the credit bureaus as delinquent. Interest continues to'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'accrue. Please call us to talk about your options for the'
        TO LetterLine.
    WRITE LetterLine.
    MOVE 'payments that come due while your loan is in forbearance.'
        TO LetterLine.
    WRITE LetterLine.
    CLOSE LetterFile.
    IF WS-EDelivery = 'Y'
        CALL 'WriteEDelivery' USING LoanID OF LoanRecord
            BorrowerID OF LoanRecord WS-EmailAddress WS-CorrType
            WS-LetterFileName WS-RunDate
    END-IF.
    MOVE OutstandingBalance TO WS-CorrAmount.
    CALL 'WriteCorrespondenceLog' USING LoanID OF LoanRecord
        WS-CorrType WS-CorrLevel WS-CorrAmount WS-RunDate.

*> the borrower's mailing address, set under the name line
WRITE-ADDRESS-BLOCK.
    IF MailAddrLine1 NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' MailAddrLine1 DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF MailAddrLine2 NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' MailAddrLine2 DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF WS-CityStateZip NOT = SPACES
        MOVE SPACES TO LetterLine
        STRING '          ' WS-CityStateZip DELIMITED BY SIZE
            INTO LetterLine
        WRITE LetterLine
    END-IF.
    IF NOT MailCountryUS
        MOVE SPACES TO LetterLine
        STRING '          ' MailCountry DELIMITED BY SIZE INTO LetterLine
        WRITE LetterLine
    END-IF.

WRITE-REPORT-HEADER.
    MOVE SPACES TO ReliefReportLine.
    STRING 'Disaster relief ' DisasterID ' ' DisasterName
        DELIMITED BY SIZE INTO ReliefReportLine.
    WRITE ReliefReportLine.
    MOVE SPACES TO ReliefReportLine.
    STRING 'Relief period ' DisasterStartDate ' through '
        DisasterEndDate '  run ' WS-RunDate ' by ' LS-UserID
        DELIMITED BY SIZE INTO ReliefReportLine.
    WRITE ReliefReportLine.
    MOVE SPACES TO ReliefReportLine.
    STRING 'Loan ID Borrower                       Matched    Area'
        '                      Prior Forbearance      Relief Window'
        '     Action' DELIMITED BY SIZE INTO ReliefReportLine.
    WRITE ReliefReportLine.

WRITE-REPORT-LINE.
    MOVE SPACES TO ReliefReportLine.
    STRING LoanID OF LoanRecord ' '
        BorrowerName OF LoanRecord ' '
        WS-MatchedBy ' '
        WS-MatchedArea ' '
        ReliefPriorStartDate '-' ReliefPriorEndDate ' '
        ReliefPriorReasonCode ' '
        ForbearanceStartDate '-' ForbearanceEndDate ' '
        WS-Action
        DELIMITED BY SIZE INTO ReliefReportLine.
    WRITE ReliefReportLine.

OPEN-RELIEF-FILE.
    OPEN I-O ReliefFile.
    IF WS-ReliefFileStatus = '35'
        OPEN OUTPUT ReliefFile
        CLOSE ReliefFile
        OPEN I-O ReliefFile
    END-IF.
