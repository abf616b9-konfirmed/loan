IDENTIFICATION DIVISION.
PROGRAM-ID. ReportInsiderLending.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY BRSEL.
    COPY LNSEL.
    COPY INSEL.
    COPY PQSEL.
    SELECT InsiderReportFile ASSIGN TO WS-InsiderReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BorrowerFile.
    COPY BRREC.

FD  LoanFile.
    COPY LNREC.

FD  InsiderLinkFile.
    COPY INREC.

FD  PendingApprovalFile.
    COPY PQREC.

FD  InsiderReportFile.
01  InsiderReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-BorrowerEOF           PIC X VALUE 'N'.
01 WS-BorrowerFileStatus    PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-InsiderLinkStatus     PIC X(02).
01 WS-PendingApprovalStatus PIC X(02).
01 WS-InsiderReportFileName PIC X(40).
01 WS-BusinessDate          PIC 9(8).
01 WS-QuarterEnd            PIC 9(8).
01 WS-QuarterStart          PIC 9(8).
01 WS-CalYear               PIC 9(4).
01 WS-CalMonth              PIC 9(2).
01 WS-CalQuarter            PIC 9(1).
01 WS-CalDate               PIC 9(8).
01 WS-MinusOneDay           PIC S9(6) VALUE -1.
01 WS-InsiderID             PIC 9(5).
01 WS-MemberIdx             PIC 9(3).
01 WS-SearchIdx             PIC 9(3).
01 WS-InGroup               PIC X VALUE 'N'.
01 WS-MemberCount           PIC 9(3) VALUE ZERO.
01 WS-RelatedCount          PIC 9(3) VALUE ZERO.
01 WS-MemberMax             PIC 9(3) VALUE 50.
01 WS-Members.
    05 WS-MemberID OCCURS 50 TIMES PIC 9(5).
01 WS-RoleLabel             PIC X(08).
01 WS-NewFlag               PIC X(03).
01 WS-SheetRate             PIC 9(2)V99.
01 WS-SheetFound            PIC X(01).
01 WS-SheetShown            PIC Z9.99.
01 WS-RateShown             PIC Z9.99.
01 WS-PricingFlag           PIC X(11).
01 WS-BalanceShown          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-InsiderExposure       PIC 9(11)V99.
01 WS-InsiderLoans          PIC 9(5).
01 WS-InsidersListed        PIC 9(7) VALUE ZERO.
01 WS-TotalExposure         PIC 9(13)V99 VALUE ZERO.
01 WS-TotalLoans            PIC 9(7) VALUE ZERO.
01 WS-NewLoans              PIC 9(7) VALUE ZERO.
01 WS-NewLoanAmount         PIC 9(13)V99 VALUE ZERO.
01 WS-BelowSheetLoans       PIC 9(7) VALUE ZERO.
01 WS-ApprovalsListed       PIC 9(5) VALUE ZERO.
01 WS-TotalShown            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

LINKAGE SECTION.
01 LS-QuarterEndDate        PIC 9(8).
01 LS-InsidersReported      PIC 9(7).

*> the board's quarterly review of insider (Reg O) lending: for each
*> executive officer, director and principal shareholder, every open
*> loan to them or their related interests with its current balance,
*> the aggregate, loans made in the quarter, and the booked rate
*> against the rate sheet in effect when the loan was made - an
*> insider loan priced below the sheet is flagged as preferential.
*> Insider credit captured for approval above the limit during the
*> quarter is listed with how it was decided. The nightly batch passes
*> the quarter-end date; a zero date reports the last quarter ended
*> before the business date
PROCEDURE DIVISION USING LS-QuarterEndDate LS-InsidersReported.
    MOVE ZERO TO LS-InsidersReported.
    MOVE ZERO TO WS-InsidersListed.
    MOVE ZERO TO WS-TotalExposure.
    MOVE ZERO TO WS-TotalLoans.
    MOVE ZERO TO WS-NewLoans.
    MOVE ZERO TO WS-NewLoanAmount.
    MOVE ZERO TO WS-BelowSheetLoans.
    MOVE ZERO TO WS-ApprovalsListed.
    CALL 'GetBusinessDate' USING WS-BusinessDate.
    PERFORM SET-QUARTER-DATES.

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus NOT = '00'
        DISPLAY 'No borrowers on file. Insider report not produced.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    OPEN INPUT InsiderLinkFile.

    MOVE SPACES TO WS-InsiderReportFileName.
    STRING 'insider-lending-' WS-QuarterEnd '.dat'
        DELIMITED BY SIZE INTO WS-InsiderReportFileName.
    OPEN OUTPUT InsiderReportFile.
    MOVE SPACES TO InsiderReportLine.
    STRING '=== Insider Lending (Reg O): quarter ' WS-QuarterStart
        ' to ' WS-QuarterEnd ', balances as of ' WS-BusinessDate
        ' ===' DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.

    MOVE 'N' TO WS-BorrowerEOF.
    PERFORM UNTIL WS-BorrowerEOF = 'Y'
        READ BorrowerFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BorrowerEOF
            NOT AT END
                IF BorrowerIsInsider AND BorrowerInsiderTypeValid
                    PERFORM REPORT-INSIDER
                END-IF
    END-PERFORM.
    IF WS-InsidersListed = ZERO
        MOVE SPACES TO InsiderReportLine
        WRITE InsiderReportLine
        MOVE 'No insiders designated.' TO InsiderReportLine
        WRITE InsiderReportLine
    END-IF.

    PERFORM REPORT-INSIDER-APPROVALS.
    PERFORM WRITE-REPORT-TOTALS.

    CLOSE InsiderReportFile.
    IF WS-InsiderLinkStatus = '00'
        CLOSE InsiderLinkFile
    END-IF.
    IF WS-LoanFileStatus = '00'
        CLOSE LoanFile
    END-IF.
    CLOSE BorrowerFile.
    MOVE WS-InsidersListed TO LS-InsidersReported.
    DISPLAY 'Insider lending for quarter ending ' WS-QuarterEnd
        ' written to ' WS-InsiderReportFileName.
    DISPLAY 'Insiders: ' WS-InsidersListed
        '  loans below rate sheet: ' WS-BelowSheetLoans.
    GOBACK.

*> quarter-end given, or the last day of the quarter before the one
*> holding the business date
SET-QUARTER-DATES.
    IF LS-QuarterEndDate = ZERO
        MOVE WS-BusinessDate(1:4) TO WS-CalYear
        MOVE WS-BusinessDate(5:2) TO WS-CalMonth
    ELSE
        MOVE LS-QuarterEndDate(1:4) TO WS-CalYear
        MOVE LS-QuarterEndDate(5:2) TO WS-CalMonth
    END-IF.
    COMPUTE WS-CalQuarter = (WS-CalMonth - 1) / 3.
    COMPUTE WS-CalMonth = (WS-CalQuarter * 3) + 1.
    IF LS-QuarterEndDate NOT = ZERO
        ADD 3 TO WS-CalMonth
        IF WS-CalMonth > 12
            MOVE 1 TO WS-CalMonth
            ADD 1 TO WS-CalYear
        END-IF
    END-IF.
    COMPUTE WS-CalDate =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.
    CALL 'AdjustDateByDays' USING WS-CalDate WS-MinusOneDay
        WS-QuarterEnd.
    IF WS-CalMonth < 4
        ADD 9 TO WS-CalMonth
        SUBTRACT 1 FROM WS-CalYear
    ELSE
        SUBTRACT 3 FROM WS-CalMonth
    END-IF.
    COMPUTE WS-QuarterStart =
        (WS-CalYear * 10000) + (WS-CalMonth * 100) + 1.

REPORT-INSIDER.
    ADD 1 TO WS-InsidersListed.
    MOVE BorrowerID OF BorrowerRecord TO WS-InsiderID.
    MOVE ZERO TO WS-InsiderExposure.
    MOVE ZERO TO WS-InsiderLoans.
    MOVE SPACES TO InsiderReportLine.
    WRITE InsiderReportLine.
    MOVE SPACES TO InsiderReportLine.
    STRING 'Insider ' WS-InsiderID ' ' BorrowerFullName ' '
        BorrowerInsiderType ' since ' BorrowerInsiderDate
        DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.
    MOVE '  Loan ID  Borrower Role     Product Originated New Balance              Rate Sheet Pricing'
        TO InsiderReportLine.
    WRITE InsiderReportLine.
    PERFORM LOAD-GROUP-MEMBERS.
    IF WS-LoanFileStatus = '00'
        PERFORM VARYING WS-MemberIdx FROM 1 BY 1
                UNTIL WS-MemberIdx > WS-MemberCount
            PERFORM LIST-BORROWER-LOANS
            PERFORM LIST-CO-BORROWER-LOANS
        END-PERFORM
    END-IF.
    MOVE WS-InsiderExposure TO WS-BalanceShown.
    MOVE SPACES TO InsiderReportLine.
    STRING '  Related interests: ' WS-RelatedCount
        '  open loans: ' WS-InsiderLoans
        '  aggregate credit: ' WS-BalanceShown
        DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.
    ADD WS-InsiderExposure TO WS-TotalExposure.

*> the first member is the insider; the count shown excludes them
LOAD-GROUP-MEMBERS.
    MOVE 1 TO WS-MemberCount.
    MOVE WS-InsiderID TO WS-MemberID(1).
    IF WS-InsiderLinkStatus = '00'
        MOVE 'N' TO EOF
        MOVE WS-InsiderID TO LinkInsiderBorrowerID
        START InsiderLinkFile KEY IS EQUAL TO LinkInsiderBorrowerID
            INVALID KEY
                MOVE 'Y' TO EOF
        END-START
        PERFORM UNTIL EOF = 'Y'
            READ InsiderLinkFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LinkInsiderBorrowerID = WS-InsiderID
                            AND WS-MemberCount < WS-MemberMax
                        ADD 1 TO WS-MemberCount
                        MOVE LinkRelatedBorrowerID
                            TO WS-MemberID(WS-MemberCount)
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
    END-IF.
    SUBTRACT 1 FROM WS-MemberCount GIVING WS-RelatedCount.

LIST-BORROWER-LOANS.
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
                    PERFORM LIST-OPEN-LOAN
                ELSE
                    MOVE 'Y' TO EOF
                END-IF
    END-PERFORM.

*> a co-borrowed loan whose borrower is also in the group was already
*> listed under that borrower
LIST-CO-BORROWER-LOANS.
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
                        PERFORM LIST-OPEN-LOAN
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

LIST-OPEN-LOAN.
    IF LoanStatusActive OR LoanStatusDefaulted
        ADD OutstandingBalance TO WS-InsiderExposure
        ADD 1 TO WS-InsiderLoans
        ADD 1 TO WS-TotalLoans
        IF WS-MemberIdx = 1
            MOVE 'INSIDER' TO WS-RoleLabel
        ELSE
            MOVE 'RELATED' TO WS-RoleLabel
        END-IF
        MOVE SPACES TO WS-NewFlag
        IF LoanOriginationDate NOT LESS THAN WS-QuarterStart
                AND LoanOriginationDate NOT GREATER THAN WS-QuarterEnd
            MOVE 'NEW' TO WS-NewFlag
            ADD 1 TO WS-NewLoans
            ADD LoanAmount TO WS-NewLoanAmount
        END-IF
        PERFORM COMPARE-TO-RATE-SHEET
        MOVE OutstandingBalance TO WS-BalanceShown
        MOVE InterestRate TO WS-RateShown
        MOVE SPACES TO InsiderReportLine
        STRING '  ' LoanID OF LoanRecord '  '
            WS-MemberID(WS-MemberIdx) '    ' WS-RoleLabel ' '
            ProductCode OF LoanRecord '    ' LoanOriginationDate '   '
            WS-NewFlag ' ' WS-BalanceShown '  ' WS-RateShown ' '
            WS-SheetShown ' ' WS-PricingFlag
            DELIMITED BY SIZE INTO InsiderReportLine
        WRITE InsiderReportLine
    END-IF.

*> an insider may not be given a rate better than the sheet offered
*> the public on the day the loan was made
COMPARE-TO-RATE-SHEET.
    MOVE ZERO TO WS-SheetShown.
    MOVE SPACES TO WS-PricingFlag.
    CALL 'GetRateSheetRate' USING ProductCode OF LoanRecord
        LoanTerm LoanOriginationDate WS-SheetRate WS-SheetFound.
    IF WS-SheetFound = 'Y'
        MOVE WS-SheetRate TO WS-SheetShown
        IF InterestRate < WS-SheetRate
            MOVE 'BELOW SHEET' TO WS-PricingFlag
            ADD 1 TO WS-BelowSheetLoans
        END-IF
    ELSE
        MOVE 'NO SHEET' TO WS-PricingFlag
    END-IF.

REPORT-INSIDER-APPROVALS.
    MOVE SPACES TO InsiderReportLine.
    WRITE InsiderReportLine.
    MOVE '--- Insider credit above the approval limit, captured this quarter ---'
        TO InsiderReportLine.
    WRITE InsiderReportLine.
    OPEN INPUT PendingApprovalFile.
    IF WS-PendingApprovalStatus = '00'
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ PendingApprovalFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF PendingInsiderCredit
                            AND PendingRequestDate NOT LESS THAN
                                WS-QuarterStart
                            AND PendingRequestDate NOT GREATER THAN
                                WS-QuarterEnd
                        PERFORM WRITE-APPROVAL-LINE
                    END-IF
        END-PERFORM
        CLOSE PendingApprovalFile
    END-IF.
    IF WS-ApprovalsListed = ZERO
        MOVE '  None.' TO InsiderReportLine
        WRITE InsiderReportLine
    END-IF.

WRITE-APPROVAL-LINE.
    ADD 1 TO WS-ApprovalsListed.
    MOVE PendingAmount TO WS-BalanceShown.
    MOVE SPACES TO InsiderReportLine.
    STRING '  Pending ' PendingID ' ' PendingDetail ' '
        WS-BalanceShown ' requested ' PendingRequestDate ' by '
        PendingRequestUserID ' ' PendingStatus ' '
        PendingApproveUserID ' ' PendingApproveDate
        DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO InsiderReportLine.
    WRITE InsiderReportLine.
    MOVE WS-TotalExposure TO WS-TotalShown.
    MOVE SPACES TO InsiderReportLine.
    STRING 'Insiders: ' WS-InsidersListed '  open loans: '
        WS-TotalLoans '  aggregate insider credit: ' WS-TotalShown
        DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.
    MOVE WS-NewLoanAmount TO WS-TotalShown.
    MOVE SPACES TO InsiderReportLine.
    STRING 'Made this quarter: ' WS-NewLoans '  amount: '
        WS-TotalShown '  priced below the rate sheet: '
        WS-BelowSheetLoans
        DELIMITED BY SIZE INTO InsiderReportLine.
    WRITE InsiderReportLine.
