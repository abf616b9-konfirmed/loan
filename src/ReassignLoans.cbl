01 WS-ToOfficerID           PIC 9(5).
01 WS-FromBranchCode        PIC X(04).
01 WS-ToBranchCode          PIC X(04).
01 WS-FromCompanyCode       PIC X(04).
01 WS-ToCompanyCode         PIC X(04).
01 WS-SourceBefore          PIC 9(7) VALUE ZERO.
01 WS-TargetBefore          PIC 9(7) VALUE ZERO.
01 WS-LoansMoved            PIC 9(7) VALUE ZERO.
01 WS-SourceAfter           PIC 9(7) VALUE ZERO.
01 WS-TargetAfter           PIC 9(7) VALUE ZERO.
01 WS-LoansSkipped          PIC 9(7) VALUE ZERO.
01 WS-CheckedCompanyCode    PIC X(04) VALUE HIGH-VALUES.
01 WS-CompanyAllowed        PIC X VALUE 'N'.

LINKAGE SECTION.
01 LS-UserID                PIC X(20).

*> only loans of companies the user is entitled to are moved
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-RunDate FROM DATE YYYYMMDD.

    DISPLAY '--- Bulk Loan Reassignment ---'.
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

REASSIGN-BY-OFFICER.
    DISPLAY 'Enter Loan Officer ID to move loans FROM: '.
                MOVE 'Y' TO EOF
            NOT AT END
                IF LoanOfficerID OF LoanRecord = WS-FromOfficerID
                    PERFORM CHECK-LOAN-COMPANY
                    IF WS-CompanyAllowed = 'Y'
                        MOVE WS-ToOfficerID
                            TO LoanOfficerID OF LoanRecord
                        PERFORM WRITE-HISTORY-RECORD
                        REWRITE LoanRecord
                        ADD 1 TO WS-LoansMoved
                    ELSE
                        ADD 1 TO WS-LoansSkipped
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE LoanFile.
    ACCEPT WS-FromBranchCode.
    DISPLAY 'Enter Branch Code to move loans TO: '.
    ACCEPT WS-ToBranchCode.
    PERFORM LOOKUP-SOURCE-COMPANY.
    CALL 'CheckCompanyEntitlement' USING LS-UserID
        WS-FromCompanyCode WS-CompanyAllowed.
    IF WS-CompanyAllowed = 'N'
        DISPLAY 'You are not entitled to work with company '
            WS-FromCompanyCode '. No loans moved.'
        GOBACK
    END-IF.
    PERFORM CHECK-TARGET-BRANCH.
    PERFORM UNTIL WS-KeyFound = 'Y'
        IF WS-KeyFound = 'C'
            DISPLAY 'Target branch belongs to another company. '
                'Enter a valid Code: '
        ELSE
            DISPLAY 'Target branch not on branches.dat. '
                'Enter a valid Code: '
        END-IF
        ACCEPT WS-ToBranchCode
        PERFORM CHECK-TARGET-BRANCH
    END-PERFORM.
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-KeyFound
                MOVE BranchCompanyCode TO WS-ToCompanyCode
        END-READ
        CLOSE BranchFile
    END-IF.
    IF WS-KeyFound = 'Y'
        IF WS-ToCompanyCode = SPACES
            CALL 'GetHomeCompany' USING WS-ToCompanyCode
        END-IF
        IF WS-ToCompanyCode NOT = WS-FromCompanyCode
            MOVE 'C' TO WS-KeyFound
        END-IF
    END-IF.

*> loans stay within their company: a branch may only hand its loans
*> to another branch of the same company. A source branch no longer
*> on file is taken to be the home company's
LOOKUP-SOURCE-COMPANY.
    MOVE SPACES TO WS-FromCompanyCode.
    OPEN INPUT BranchFile.
    IF WS-BranchFileStatus = '00'
        MOVE WS-FromBranchCode TO BranchCode OF BranchRecord
        READ BranchFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BranchCompanyCode TO WS-FromCompanyCode
        END-READ
        CLOSE BranchFile
    END-IF.
    IF WS-FromCompanyCode = SPACES
        CALL 'GetHomeCompany' USING WS-FromCompanyCode
    END-IF.

*> the entitlement answer is kept for the last company asked about,
*> as an officer's book is usually all one company
CHECK-LOAN-COMPANY.
    IF LoanCompanyCode OF LoanRecord NOT = WS-CheckedCompanyCode
        MOVE LoanCompanyCode OF LoanRecord TO WS-CheckedCompanyCode
        CALL 'CheckCompanyEntitlement' USING LS-UserID
            WS-CheckedCompanyCode WS-CompanyAllowed
    END-IF.

WRITE-HISTORY-RECORD.
    MOVE LoanID OF LoanRecord TO LHLoanID.
    STRING 'Loans moved: ' WS-LoansMoved DELIMITED BY SIZE
        INTO ReportLine.
    WRITE ReportLine.
    IF WS-LoansSkipped > ZERO
        MOVE SPACES TO ReportLine
        STRING 'Loans left in place (company not entitled): '
            WS-LoansSkipped DELIMITED BY SIZE INTO ReportLine
        WRITE ReportLine
    END-IF.
    MOVE SPACES TO ReportLine.
    STRING 'Source count before ' WS-SourceBefore
        ' after ' WS-SourceAfter DELIMITED BY SIZE INTO ReportLine.
    CLOSE ReportFile.

    DISPLAY 'Loans moved: ' WS-LoansMoved.
    IF WS-LoansSkipped > ZERO
        DISPLAY 'Loans left in place (company not entitled): '
            WS-LoansSkipped
    END-IF.
    DISPLAY 'Source count before ' WS-SourceBefore
        ' after ' WS-SourceAfter.
    DISPLAY 'Target count before ' WS-TargetBefore
