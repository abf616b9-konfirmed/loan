    COPY RKSEL.
    COPY DLSEL.
    COPY DRSEL.
    COPY UCSEL.
    COPY FESEL.
    COPY BCSEL.

DATA DIVISION.
FILE SECTION.
FD  DealerReserveFile.
    COPY DRREC.

FD  ConditionFile.
    COPY UCREC.

FD  FeeCodeFile.
    COPY FEREC.

FD  BranchFile.
    COPY BCREC.

WORKING-STORAGE SECTION.
01 WS-ApplicationFileStatus PIC X(02).
01 WS-LoanFileStatus        PIC X(02).
01 WS-AdjSource             PIC X(10).
01 WS-AddOnInterest         PIC 9(9)V99 VALUE ZERO.
01 WS-LoanBooked            PIC X VALUE 'N'.
01 WS-CoBorrowerID          PIC 9(5) VALUE ZERO.
01 WS-CoBorrowerLookupName  PIC X(30).
01 WS-CipVerified           PIC X VALUE 'N'.
01 WS-CipReason             PIC X(24).
01 WS-ConditionFileStatus   PIC X(02).
01 WS-ConditionEOF          PIC X VALUE 'N'.
01 WS-OpenConditions        PIC 9(3) VALUE ZERO.
01 WS-FeeCodeFileStatus     PIC X(02).
01 WS-BranchFileStatus      PIC X(02).
01 WS-CompanyAllowed        PIC X VALUE 'N'.
01 WS-FeeCodeFound          PIC X VALUE 'N'.
01 WS-FeeCodeEntry          PIC X(04) VALUE SPACES.
01 WS-OriginationFee        PIC 9(7)V99 VALUE ZERO.
01 WS-DeferFeeAmount        PIC 9(9)V99 VALUE ZERO.
01 WS-OriginationCosts      PIC 9(9)V99 VALUE ZERO.
01 WS-AdjAmount             PIC 9(11)V99.
01 WS-THType                PIC X(12).
01 WS-THAmount              PIC 9(11)V99.
01 WS-THBalanceBefore       PIC 9(11)V99.
01 WS-THBalanceAfter        PIC 9(11)V99.
01 WS-THProgram             PIC X(20).
01 WS-InsiderBorrowerID     PIC 9(5).
01 WS-InsiderLoanID         PIC 9(7) VALUE ZERO.
01 WS-InsiderAmount         PIC 9(11)V99.
01 WS-InsiderCleared        PIC X VALUE 'Y'.
01 WS-InsiderApprovalID     PIC 9(5) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> an application for an insider or their related interest that takes
*> the insider's aggregate above the approval limit is not funded
*> until the approval has been released
PROCEDURE DIVISION USING LS-UserID.
    PERFORM OPEN-APPLICATION-FILE.

    DISPLAY 'Enter Application ID to fund: '.
        GOBACK
    END-IF.

    PERFORM CHECK-OPEN-CONDITIONS.
    IF WS-OpenConditions > ZERO
        DISPLAY WS-OpenConditions ' underwriting condition(s) due'
            ' before funding still open. Not funded.'
        CLOSE ApplicationFile
        GOBACK
    END-IF.

    PERFORM LOOKUP-PRODUCT.
    IF WS-ProductFound = 'N'
        DISPLAY 'Product ' AppProductCode ' no longer on file. Not funded.'
        CLOSE ApplicationFile
        GOBACK
    END-IF.
    IF WS-CipVerified = 'N'
        DISPLAY 'Borrower ' AppBorrowerID ' identity not verified: '
            WS-CipReason '. Not funded.'
        CLOSE ApplicationFile
        GOBACK
    END-IF.

    MOVE ZERO TO WS-CoBorrowerID.
    MOVE SPACES TO WS-CoBorrowerLookupName.
    IF AppCoBorrowerID NUMERIC
        MOVE AppCoBorrowerID TO WS-CoBorrowerID
    END-IF.
    IF WS-CoBorrowerID NOT = ZERO
        PERFORM LOOKUP-CO-BORROWER
        IF WS-BorrowerFound = 'N'
            DISPLAY 'Co-borrower ' WS-CoBorrowerID
                ' no longer on file. Not funded.'
            CLOSE ApplicationFile
            GOBACK
        END-IF
        IF WS-CipVerified = 'N'
            DISPLAY 'Co-borrower ' WS-CoBorrowerID
                ' identity not verified: ' WS-CipReason '. Not funded.'
            CLOSE ApplicationFile
            GOBACK
        END-IF
    END-IF.

    MOVE AppBorrowerID TO WS-InsiderBorrowerID.
    MOVE AppRequestedAmount TO WS-InsiderAmount.
    CALL 'CheckInsiderExposure' USING WS-InsiderBorrowerID
        WS-InsiderLoanID WS-InsiderAmount LS-UserID WS-InsiderCleared
        WS-InsiderApprovalID.
    IF WS-InsiderCleared = 'N'
        DISPLAY 'Application not funded.'
        CLOSE ApplicationFile
        GOBACK
    END-IF.

    MOVE AppBranchCode TO BranchCode OF LoanRecord.
    PERFORM LOOKUP-BRANCH-COMPANY.
    CALL 'CheckCompanyEntitlement' USING LS-UserID
        LoanCompanyCode OF LoanRecord WS-CompanyAllowed.
    IF WS-CompanyAllowed = 'N'
        DISPLAY 'You are not entitled to work with the company of branch '
            AppBranchCode '. Not funded.'
        CLOSE ApplicationFile
        GOBACK
    END-IF.

    PERFORM OPEN-LOAN-FILE.


    MOVE AppBorrowerID         TO BorrowerID OF LoanRecord.
    MOVE WS-BorrowerLookupName TO BorrowerName OF LoanRecord.
    MOVE WS-CoBorrowerID       TO CoBorrowerID.
    MOVE WS-CoBorrowerLookupName TO CoBorrowerName.
    MOVE AppProductCode        TO ProductCode OF LoanRecord.
    MOVE AppRequestedAmount    TO LoanAmount.
    MOVE WS-FundingRate        TO InterestRate.
        DISPLAY 'Precomputed product: add-on interest of '
            WS-AddOnInterest ' booked into the gross balance.'
    END-IF.
    MOVE ZERO                  TO PaidThroughDate OF LoanRecord.
    MOVE ZERO                  TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO                  TO RiskGradeDate OF LoanRecord.
    PERFORM LOOKUP-BRANCH-COMPANY.
    PERFORM ACCEPT-ORIGINATION-FEE.
    PERFORM ACCEPT-ORIGINATION-COSTS.
    CALL 'ComputeInstallment' USING LoanRecord.
    SET LoanStatusActive OF LoanRecord TO TRUE.

    WRITE LoanRecord
        INVALID KEY
            DISPLAY 'Loan ID already exists. Loan not booked.'
        NOT INVALID KEY
            CALL 'ApplyInsiderApproval' USING WS-InsiderApprovalID
            SET AppStatusFunded TO TRUE
            MOVE WS-TodayDate TO AppFundedDate
            MOVE WS-TodayDate TO AppStatusDate
            MOVE LoanID OF LoanRecord TO AppFundedLoanID
            REWRITE LoanApplicationRecord
            IF WS-LockOnFile = 'Y'
                PERFORM MARK-LOCK-USED
            IF DealerCode OF LoanRecord NOT = SPACES
                PERFORM POST-DEALER-RESERVE
            END-IF
            IF WS-OriginationFee > ZERO OR WS-OriginationCosts > ZERO
                PERFORM POST-DEFERRED-FEES-AND-COSTS
            END-IF
            IF WS-AddOnInterest > ZERO
                MOVE 'LOANS-RECV' TO WS-AdjDebitAccount
                MOVE 'UNEARN-INT' TO WS-AdjCreditAccount
    END-IF.
    GOBACK.

*> the loan is booked to the company of the branch that took the
*> application
LOOKUP-BRANCH-COMPANY.
    MOVE SPACES TO LoanCompanyCode OF LoanRecord.
    OPEN INPUT BranchFile.
    IF WS-BranchFileStatus = '00'
        MOVE BranchCode OF LoanRecord TO BranchCode OF BranchRecord
        READ BranchFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BranchCompanyCode TO LoanCompanyCode OF LoanRecord
        END-READ
        CLOSE BranchFile
    END-IF.

*> the origination fee is charged to the loan's fee balance like any
*> assessed fee, on a one-time fee code that applies to the product
ACCEPT-ORIGINATION-FEE.
    MOVE ZERO TO WS-OriginationFee.
    DISPLAY 'Enter Origination Fee Code (spaces if none): '.
    ACCEPT WS-FeeCodeEntry.
    IF WS-FeeCodeEntry NOT = SPACES
        PERFORM LOOKUP-FEE-CODE
        PERFORM UNTIL WS-FeeCodeFound = 'Y'
                OR WS-FeeCodeEntry = SPACES
            DISPLAY 'Fee code not on file, recurring, or not for this'
            DISPLAY 'product. Enter a Fee Code (spaces if none): '
            ACCEPT WS-FeeCodeEntry
            IF WS-FeeCodeEntry NOT = SPACES
                PERFORM LOOKUP-FEE-CODE
            END-IF
        END-PERFORM
    END-IF.
    IF WS-FeeCodeEntry NOT = SPACES
        IF FeeMethodFlat
            MOVE FeeFlatAmount TO WS-OriginationFee
        ELSE
            COMPUTE WS-OriginationFee ROUNDED =
                LoanAmount * (FeePercent / 100)
        END-IF
        ADD WS-OriginationFee TO OutstandingBalance
        ADD WS-OriginationFee TO UnpaidFeeBalance
        DISPLAY 'Origination fee ' WS-FeeCodeEntry ' of '
            WS-OriginationFee ' charged to the loan.'
    END-IF.

LOOKUP-FEE-CODE.
    MOVE 'N' TO WS-FeeCodeFound.
    OPEN INPUT FeeCodeFile.
    IF WS-FeeCodeFileStatus = '00'
        MOVE WS-FeeCodeEntry TO FeeCode
        READ FeeCodeFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT FeeRecurring
                        AND (FeeProductCode = '****'
                        OR FeeProductCode = ProductCode OF LoanRecord)
                    MOVE 'Y' TO WS-FeeCodeFound
                END-IF
        END-READ
        CLOSE FeeCodeFile
    END-IF.

*> direct costs of originating the loan (the loan officer's and
*> underwriter's time, appraisal and credit report paid by the bank)
ACCEPT-ORIGINATION-COSTS.
    DISPLAY 'Enter Direct Origination Costs (0 if none): '.
    ACCEPT WS-OriginationCosts.
    PERFORM UNTIL WS-OriginationCosts NUMERIC
        DISPLAY 'Invalid input. Enter numeric Origination Costs: '
        ACCEPT WS-OriginationCosts
    END-PERFORM.

*> origination fees and direct costs are not income or expense on
*> the day the loan is funded: both go to net deferred fees and
*> costs, recognized over the life of the loan at its effective yield
POST-DEFERRED-FEES-AND-COSTS.
    MOVE WS-OriginationFee TO WS-DeferFeeAmount.
    IF WS-OriginationFee > ZERO
        CALL 'WriteFeeDetail' USING LoanID OF LoanRecord
            WS-FeeCodeEntry WS-TodayDate WS-OriginationFee
        MOVE 'FEE-ASSESS' TO WS-THType
        MOVE WS-OriginationFee TO WS-THAmount
        COMPUTE WS-THBalanceBefore =
            OutstandingBalance - WS-OriginationFee
        MOVE OutstandingBalance TO WS-THBalanceAfter
        MOVE 'FundLoanApplication' TO WS-THProgram
        CALL 'WriteTransactionHistory' USING
            LoanID OF LoanRecord WS-THType WS-THAmount
            WS-THBalanceBefore WS-THBalanceAfter
            WS-TodayDate WS-THProgram
        MOVE 'LOANS-RECV' TO WS-AdjDebitAccount
        MOVE 'DEF-FEECST' TO WS-AdjCreditAccount
        MOVE 'FEE-ASSESS' TO WS-AdjSource
        CALL 'WriteGLAdjustment' USING WS-TodayDate
            LoanID OF LoanRecord WS-AdjDebitAccount
            WS-AdjCreditAccount WS-THAmount WS-AdjSource
    END-IF.
    IF WS-OriginationCosts > ZERO
        MOVE 'DEF-FEECST' TO WS-AdjDebitAccount
        MOVE 'CASH      ' TO WS-AdjCreditAccount
        MOVE 'ORIG-COST ' TO WS-AdjSource
        MOVE WS-OriginationCosts TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING WS-TodayDate
            LoanID OF LoanRecord WS-AdjDebitAccount
            WS-AdjCreditAccount WS-AdjAmount WS-AdjSource
    END-IF.
    CALL 'DeferLoanFeeCost' USING LoanRecord WS-TodayDate
        WS-DeferFeeAmount WS-OriginationCosts.
    DISPLAY 'Net deferred fees and costs set up for amortization.'.

*> a live rate lock overrides the requested rate so the borrower
*> gets the rate that was quoted; an expired lock is flagged and the
*> requested rate stands
        NOT INVALID KEY
            MOVE 'Y' TO WS-BorrowerFound
            MOVE BorrowerFullName TO WS-BorrowerLookupName
            PERFORM CHECK-CIP-VERIFICATION
    END-READ.
    CLOSE BorrowerFile.

LOOKUP-CO-BORROWER.
    MOVE 'N' TO WS-BorrowerFound.
    OPEN INPUT BorrowerFile.
    MOVE WS-CoBorrowerID TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-BorrowerFound
            MOVE BorrowerFullName TO WS-CoBorrowerLookupName
            PERFORM CHECK-CIP-VERIFICATION
    END-READ.
    CLOSE BorrowerFile.

*> the customer identification program must be complete for every
*> borrower on the note: an identifying document recorded, how it
*> was verified and by whom, and the document still in date on the
*> day the loan funds
CHECK-CIP-VERIFICATION.
    MOVE 'Y' TO WS-CipVerified.
    MOVE SPACES TO WS-CipReason.
    EVALUATE TRUE
        WHEN BorrowerCipVerifiedDate NOT NUMERIC
            MOVE 'N' TO WS-CipVerified
            MOVE 'NO VERIFICATION ON FILE' TO WS-CipReason
        WHEN BorrowerCipVerifiedDate = ZERO
            MOVE 'N' TO WS-CipVerified
            MOVE 'NO VERIFICATION ON FILE' TO WS-CipReason
        WHEN NOT BorrowerCipIdTypeValid
                OR BorrowerCipIdNumber = SPACES
                OR BorrowerCipIdIssuer = SPACES
                OR NOT BorrowerCipMethodValid
                OR BorrowerCipVerifiedBy = SPACES
                OR BorrowerCipIdExpiration NOT NUMERIC
                OR BorrowerCipIdExpiration = ZERO
            MOVE 'N' TO WS-CipVerified
            MOVE 'VERIFICATION INCOMPLETE' TO WS-CipReason
        WHEN BorrowerCipIdExpiration < WS-TodayDate
            MOVE 'N' TO WS-CipVerified
            MOVE 'ID EXPIRED' TO WS-CipReason
    END-EVALUATE.

*> every prior-to-docs and prior-to-funding condition must be cleared
*> or waived before the loan funds; post-closing conditions stay open
*> on the file after funding
CHECK-OPEN-CONDITIONS.
    MOVE ZERO TO WS-OpenConditions.
    OPEN INPUT ConditionFile.
    IF WS-ConditionFileStatus = '00'
        MOVE 'N' TO WS-ConditionEOF
        MOVE ApplicationID TO CondApplicationID
        MOVE ZERO TO CondSeqNo
        START ConditionFile KEY IS NOT LESS THAN ConditionKey
            INVALID KEY
                MOVE 'Y' TO WS-ConditionEOF
        END-START
        PERFORM UNTIL WS-ConditionEOF = 'Y'
            READ ConditionFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-ConditionEOF
                NOT AT END
                    IF CondApplicationID NOT = ApplicationID
                        MOVE 'Y' TO WS-ConditionEOF
                    ELSE
                        IF CondOpen AND CondBlocksFunding
                            ADD 1 TO WS-OpenConditions
                            DISPLAY '  ' CondSeqNo ' ' CondCategory ' '
                                CondResponsible ' ' CondText
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE ConditionFile
    END-IF.

LOOKUP-INDEX-RATE.
    MOVE 'N' TO WS-IndexFound.
    OPEN INPUT IndexRateFile.
