    COPY DPSEL.
    COPY CHSEL.
    COPY LCSEL.
    COPY SISEL.
    COPY CPSEL.

DATA DIVISION.
FILE SECTION.
FD  LineControlFile.
    COPY LCREC.

FD  AutopayFile.
    COPY SIREC.

FD  ComplaintFile.
    COPY CPREC.

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-LoanFileStatus        PIC X(02).
01 WS-DisputeFileStatus     PIC X(02).
01 WS-DisputeEOF            PIC X VALUE 'N'.
01 WS-DisputesShown         PIC 9(3) VALUE ZERO.
01 WS-ComplaintFileStatus   PIC X(02).
01 WS-ComplaintEOF          PIC X VALUE 'N'.
01 WS-ComplaintsShown       PIC 9(3) VALUE ZERO.
01 WS-CorrespondenceStatus  PIC X(02).
01 WS-CorrEOF               PIC X VALUE 'N'.
01 WS-CorrShown             PIC 9(5) VALUE ZERO.
01 WS-BranchAllowed         PIC X VALUE 'Y'.
01 WS-LineControlStatus     PIC X(02).
01 WS-AutopayFileStatus     PIC X(02).
01 WS-ShowFullPii           PIC X VALUE 'N'.
01 WS-PiiReason             PIC X(40).
01 WS-PiiFieldName          PIC X(12).
01 WS-PiiFullValue          PIC X(17).
01 WS-PiiShownValue         PIC X(17).

LINKAGE SECTION.
01 LS-UserID PIC X(20).

    CALL 'CheckBranchEntitlement' USING LS-UserID
        LoanID OF LoanRecord BranchCode OF LoanRecord
        LoanOfficerID OF LoanRecord
        LoanCompanyCode OF LoanRecord WS-BranchAllowed.
    IF WS-BranchAllowed = 'N'
        DISPLAY 'Access denied: this loan belongs to another branch.'
        GOBACK
    END-IF.
    CALL 'AuthorizePiiView' USING LS-UserID WS-ShowFullPii WS-PiiReason.

    DISPLAY '========================================'.
    DISPLAY '            Loan Inquiry                '.
    DISPLAY '========================================'.
    DISPLAY 'Loan ID: ' LoanID OF LoanRecord.
    IF LoanCompanyCode OF LoanRecord NOT = SPACES
        DISPLAY 'Company: ' LoanCompanyCode OF LoanRecord
    END-IF.
    PERFORM SHOW-BANKRUPTCY-DETAIL.
    DISPLAY 'Loan Status: ' LoanStatus.
    DISPLAY 'Risk Grade: ' RiskGrade OF LoanRecord ' since '
        RiskGradeDate OF LoanRecord.
    DISPLAY 'Loan Amount: ' LoanAmount ' ' CurrencyCode OF LoanRecord.
    DISPLAY 'Outstanding Balance: ' OutstandingBalance.
    DISPLAY 'Accrued Interest: ' AccruedInterest OF LoanRecord
    END-IF.
    DISPLAY 'Loan Term: ' LoanTerm ' months'.
    DISPLAY 'Next Payment Due: ' NextPaymentDueDate.
    IF InstallmentAmount > ZERO
        DISPLAY 'Installment: ' InstallmentAmount
        DISPLAY 'Paid Through: ' PaidThroughDate
        DISPLAY 'Held Toward Next Installment: ' InstallmentCredit
    END-IF.
    DISPLAY 'Origination Date: ' LoanOriginationDate.

    IF ForbearanceStartDate NOT = ZERO
    END-IF.

    PERFORM SHOW-BORROWER-DETAIL.
    PERFORM SHOW-AUTOPAY-DETAIL.
    PERFORM SHOW-PRODUCT-DETAIL.
    PERFORM SHOW-BRANCH-DETAIL.
    PERFORM SHOW-OFFICER-DETAIL.
    PERFORM SHOW-COLLATERAL-DETAIL.
    PERFORM SHOW-RECENT-REPAYMENTS.
    PERFORM SHOW-OPEN-DISPUTES.
    PERFORM SHOW-COMPLAINTS.
    PERFORM SHOW-CORRESPONDENCE.
    PERFORM SHOW-RECENT-NOTES.
    GOBACK.
        CLOSE DisputeFile
    END-IF.

SHOW-COMPLAINTS.
    MOVE ZERO TO WS-ComplaintsShown.
    MOVE 'N' TO WS-ComplaintEOF.
    OPEN INPUT ComplaintFile.
    IF WS-ComplaintFileStatus NOT = '00'
        CONTINUE
    ELSE
        MOVE WS-LookupLoanID TO ComplaintLoanID
        START ComplaintFile KEY IS EQUAL TO ComplaintLoanID
            INVALID KEY
                MOVE 'Y' TO WS-ComplaintEOF
        END-START
        PERFORM UNTIL WS-ComplaintEOF = 'Y'
            READ ComplaintFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ComplaintEOF
                NOT AT END
                    IF ComplaintLoanID = WS-LookupLoanID
                        IF WS-ComplaintsShown = ZERO
                            DISPLAY '--- Borrower Complaints ---'
                        END-IF
                        DISPLAY 'Complaint ' ComplaintID
                            ' [' ComplaintStatus '] ' ComplaintCategory
                            ' received ' ComplaintReceivedDate
                            ' due ' ComplaintDueDate
                        DISPLAY '  ' ComplaintSummary
                        IF ComplaintRegulatorReferred
                            DISPLAY '  Referred by ' ComplaintRegulator
                        END-IF
                        IF ComplaintOpen
                            DISPLAY '  Assigned to ' ComplaintAssignedUser
                        ELSE
                            DISPLAY '  Resolved ' ComplaintResolvedDate
                                ' cause ' ComplaintRootCause
                        END-IF
                        ADD 1 TO WS-ComplaintsShown
                    ELSE
                        MOVE 'Y' TO WS-ComplaintEOF
                    END-IF
        END-PERFORM
        CLOSE ComplaintFile
    END-IF.

*> the stay warning leads the display so nobody works the account
*> without seeing it
SHOW-BANKRUPTCY-DETAIL.
            NOT INVALID KEY
                DISPLAY 'Borrower ' BorrowerID OF BorrowerRecord ': '
                    BorrowerFullName '  Phone: ' BorrowerPhone
                MOVE BorrowerTaxID TO WS-PiiFullValue
                MOVE 'TAX-ID' TO WS-PiiFieldName
                PERFORM PREPARE-PII-VALUE
                DISPLAY '  Tax ID: ' WS-PiiShownValue
        END-READ
        CLOSE BorrowerFile
    END-IF.

SHOW-AUTOPAY-DETAIL.
    OPEN INPUT AutopayFile.
    IF WS-AutopayFileStatus = '00'
        MOVE WS-LookupLoanID TO AutopayLoanID
        READ AutopayFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AutopayEnrolled
                    MOVE ZERO TO WS-LookupBorrowerID
                    MOVE AutopayBankAccount TO WS-PiiFullValue
                    MOVE 'BANK-ACCOUNT' TO WS-PiiFieldName
                    PERFORM PREPARE-PII-VALUE
                    DISPLAY 'Autopay: routing ' AutopayBankRouting
                        ' account ' WS-PiiShownValue
                        ' amount ' AutopayDebitAmount
                    IF AutopayDiscountRate NUMERIC
                            AND AutopayDiscountRate > ZERO
                        DISPLAY 'Autopay rate discount: '
                            AutopayDiscountRate ' since '
                            AutopayDiscountDate
                    END-IF
                END-IF
        END-READ
        CLOSE AutopayFile
    END-IF.

*> masked unless the user chose full display, in which case the view
*> is logged against the loan and borrower it belongs to
PREPARE-PII-VALUE.
    IF WS-ShowFullPii = 'Y'
        MOVE WS-PiiFullValue TO WS-PiiShownValue
        CALL 'WritePiiAccessLog' USING LS-UserID WS-LookupLoanID
            WS-LookupBorrowerID WS-PiiFieldName WS-PiiReason
    ELSE
        CALL 'MaskSensitiveValue' USING WS-PiiFullValue WS-PiiShownValue
    END-IF.

SHOW-PRODUCT-DETAIL.
    OPEN INPUT ProductFile.
    IF WS-ProductFileStatus = '00'
                DISPLAY '  Serial/VIN: ' CollateralSerialNumber
                DISPLAY '  Appraised Value: ' CollateralAppraisedValue
                DISPLAY '  Lien Position: ' CollateralLienPosition
                IF CollateralLocation NOT = SPACES
                    DISPLAY '  Located: ' CollateralCounty ' '
                        CollateralState ' ' CollateralZip5
                END-IF
                IF CollateralReleased
                    DISPLAY '  Lien RELEASED on ' CollateralReleaseDate
                END-IF
