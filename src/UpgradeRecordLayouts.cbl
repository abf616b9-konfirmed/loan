IDENTIFICATION DIVISION.
PROGRAM-ID. UpgradeRecordLayouts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> the prior-release selects carry the key structure those files were
*> built with; the new selects carry the current copybook keys
    SELECT PriorLoanFile ASSIGN TO 'loans.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorLoanID
        ALTERNATE RECORD KEY IS PriorLoanBorrowerID WITH DUPLICATES
        ALTERNATE RECORD KEY IS PriorLoanCoBorrowerID WITH DUPLICATES
        FILE STATUS IS WS-PriorLoanStatus.
    SELECT PriorBorrowerFile ASSIGN TO 'borrowers.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorBorrowerID
        FILE STATUS IS WS-PriorBorrowerStatus.
    SELECT PriorProductFile ASSIGN TO 'products.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorProductCode
        FILE STATUS IS WS-PriorProductStatus.
    SELECT PriorRepaymentFile ASSIGN TO 'repayments.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorRepaymentID
        ALTERNATE RECORD KEY IS PriorRepayLoanID WITH DUPLICATES
        FILE STATUS IS WS-PriorRepayStatus.
    SELECT PriorUserFile ASSIGN TO 'users.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PriorUserStatus.
    SELECT PriorArchiveFile ASSIGN TO 'loans-archive.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PriorArchiveStatus.
    SELECT PriorApplicationFile ASSIGN TO 'loan-applications.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorApplicationID
        FILE STATUS IS WS-PriorApplicationStatus.
    SELECT PriorBranchFile ASSIGN TO 'branches.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorBranchCode
        FILE STATUS IS WS-PriorBranchStatus.
    SELECT PriorChartFile ASSIGN TO 'chart-of-accounts.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorAccountCode
        FILE STATUS IS WS-PriorChartStatus.
    SELECT PriorCollateralFile ASSIGN TO 'collateral.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorCollateralLoanID
        FILE STATUS IS WS-PriorCollateralStatus.
    SELECT PriorFeeCodeFile ASSIGN TO 'fee-codes.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorFeeCode
        FILE STATUS IS WS-PriorFeeCodeStatus.
    SELECT PriorAutopayFile ASSIGN TO 'autopay-instructions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PriorAutopayLoanID
        FILE STATUS IS WS-PriorAutopayStatus.
    SELECT PriorGLAdjustmentFile ASSIGN TO 'gl-adjustments.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PriorGLAdjStatus.
    SELECT PriorBatchParameterFile ASSIGN TO 'batch-parameters.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PriorBatchParmStatus.

    SELECT NewLoanFile ASSIGN TO 'loans-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LoanID OF LoanRecord
        ALTERNATE RECORD KEY IS BorrowerID OF LoanRecord
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS CoBorrowerID OF LoanRecord
            WITH DUPLICATES
        FILE STATUS IS WS-NewLoanStatus.
    SELECT NewBorrowerFile ASSIGN TO 'borrowers-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BorrowerID OF BorrowerRecord
        FILE STATUS IS WS-NewBorrowerStatus.
    SELECT NewProductFile ASSIGN TO 'products-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ProductCode OF ProductRecord
        FILE STATUS IS WS-NewProductStatus.
    SELECT NewRepaymentFile ASSIGN TO 'repayments-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RepaymentID
        ALTERNATE RECORD KEY IS LoanID OF RepaymentRecord
            WITH DUPLICATES
        FILE STATUS IS WS-NewRepayStatus.
    SELECT NewUserFile ASSIGN TO 'users-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NewUserStatus.
    SELECT NewArchiveFile ASSIGN TO 'loans-archive-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NewArchiveStatus.
    SELECT NewApplicationFile ASSIGN TO 'loan-applications-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ApplicationID
        FILE STATUS IS WS-NewApplicationStatus.
    SELECT NewBranchFile ASSIGN TO 'branches-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BranchCode OF BranchRecord
        FILE STATUS IS WS-NewBranchStatus.
    SELECT NewChartFile ASSIGN TO 'chart-of-accounts-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AccountKey
        FILE STATUS IS WS-NewChartStatus.
    SELECT NewCollateralFile ASSIGN TO 'collateral-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CollateralLoanID
        FILE STATUS IS WS-NewCollateralStatus.
    SELECT NewFeeCodeFile ASSIGN TO 'fee-codes-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FeeCode
        FILE STATUS IS WS-NewFeeCodeStatus.
    SELECT NewAutopayFile ASSIGN TO 'autopay-instructions-new.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AutopayLoanID
        FILE STATUS IS WS-NewAutopayStatus.
    SELECT NewGLAdjustmentFile ASSIGN TO 'gl-adjustments-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NewGLAdjStatus.
    SELECT NewBatchParameterFile ASSIGN TO 'batch-parameters-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NewBatchParmStatus.
    SELECT AddressExceptionFile ASSIGN TO 'address-exceptions.rpt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AddrExceptionStatus.

DATA DIVISION.
FILE SECTION.
*> prior-release records. Where the current layout only appends
*> fields, the prior record is carried across whole and only its key
*> fields are named here; the borrower and chart of accounts layouts
*> changed within the record and are given field by field
FD  PriorLoanFile.
01  PriorLoanRecord.
    05 PriorLoanID             PIC 9(7).
    05 FILLER                  PIC X(86).
    05 PriorLoanCoBorrowerID   PIC 9(5).
    05 FILLER                  PIC X(30).
    05 PriorLoanBorrowerID     PIC 9(5).
    05 FILLER                  PIC X(180).

FD  PriorBorrowerFile.
01  PriorBorrowerRecord.
    05 PriorBorrowerID         PIC 9(5).
    05 PriorBorrowerFullName   PIC X(30).
    05 PriorBorrowerAddress    PIC X(40).
    05 PriorBorrowerPhone      PIC X(15).
    05 PriorBorrowerTaxID      PIC X(11).
    05 PriorBorrowerDOB        PIC 9(8).
    05 PriorBorrowerAnnualIncome PIC 9(11)V99.
    05 PriorBorrowerMonthlyObligations PIC 9(9)V99.
    05 PriorBorrowerScreenStatus PIC X(06).
    05 PriorBorrowerMilitaryFlag PIC X(01).
    05 PriorBorrowerMilitaryStartDate PIC 9(8).
    05 PriorBorrowerMilitaryEndDate PIC 9(8).
    05 PriorBorrowerDeceasedDate PIC 9(8).
    05 PriorBorrowerEstateContact PIC X(30).
    05 PriorBorrowerEstatePhone PIC X(15).
    05 PriorBorrowerEstateClaimDate PIC 9(8).
    05 PriorBorrowerBadAddressFlag PIC X(01).
    05 PriorBorrowerBadAddressDate PIC 9(8).
    05 PriorBorrowerBadAddressReason PIC X(20).

FD  PriorProductFile.
01  PriorProductRecord.
    05 PriorProductCode        PIC X(04).
    05 FILLER                  PIC X(81).

FD  PriorRepaymentFile.
01  PriorRepaymentRecord.
    05 PriorRepaymentID        PIC 9(5).
    05 PriorRepayLoanID        PIC 9(7).
    05 FILLER                  PIC X(157).

FD  PriorUserFile.
01  PriorUserRecord            PIC X(61).

FD  PriorArchiveFile.
01  PriorArchiveRecord.
    05 PriorArchiveLoanPart    PIC X(313).
    05 PriorArchiveDate        PIC 9(8).

FD  PriorApplicationFile.
01  PriorApplicationRecord.
    05 PriorApplicationID      PIC 9(5).
    05 FILLER                  PIC X(104).

FD  PriorBranchFile.
01  PriorBranchRecord.
    05 PriorBranchCode         PIC X(04).
    05 FILLER                  PIC X(20).

FD  PriorChartFile.
01  PriorChartRecord.
    05 PriorAccountCode        PIC X(10).
    05 PriorAccountName        PIC X(30).
    05 PriorAccountType        PIC X(01).

FD  PriorCollateralFile.
01  PriorCollateralRecord.
    05 PriorCollateralLoanID   PIC 9(7).
    05 FILLER                  PIC X(139).

FD  PriorFeeCodeFile.
01  PriorFeeCodeRecord.
    05 PriorFeeCode            PIC X(04).
    05 FILLER                  PIC X(64).

FD  PriorAutopayFile.
01  PriorAutopayRecord.
    05 PriorAutopayLoanID      PIC 9(7).
    05 FILLER                  PIC X(46).

FD  PriorGLAdjustmentFile.
01  PriorGLAdjustmentRecord    PIC X(58).

FD  PriorBatchParameterFile.
01  PriorBatchParameterRecord  PIC X(17).

FD  NewLoanFile.
    COPY LNREC.

FD  NewBorrowerFile.
    COPY BRREC.

FD  NewProductFile.
    COPY PRREC.

FD  NewRepaymentFile.
    COPY RPREC.

FD  NewUserFile.
    COPY USREC.

FD  NewArchiveFile.
    COPY LAREC.

FD  NewApplicationFile.
    COPY AQREC.

FD  NewBranchFile.
    COPY BCREC.

FD  NewChartFile.
    COPY CAREC.

FD  NewCollateralFile.
    COPY CLREC.

FD  NewFeeCodeFile.
    COPY FEREC.

FD  NewAutopayFile.
    COPY SIREC.

FD  NewGLAdjustmentFile.
    COPY GAREC.

FD  NewBatchParameterFile.
    COPY BPREC.

FD  AddressExceptionFile.
01  AddressExceptionLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                        PIC X VALUE 'N'.
01 WS-PriorLoanStatus         PIC X(02).
01 WS-PriorBorrowerStatus     PIC X(02).
01 WS-PriorProductStatus      PIC X(02).
01 WS-PriorRepayStatus        PIC X(02).
01 WS-PriorUserStatus         PIC X(02).
01 WS-PriorArchiveStatus      PIC X(02).
01 WS-PriorApplicationStatus  PIC X(02).
01 WS-PriorBranchStatus       PIC X(02).
01 WS-PriorChartStatus        PIC X(02).
01 WS-PriorCollateralStatus   PIC X(02).
01 WS-PriorFeeCodeStatus      PIC X(02).
01 WS-PriorAutopayStatus      PIC X(02).
01 WS-PriorGLAdjStatus        PIC X(02).
01 WS-PriorBatchParmStatus    PIC X(02).
01 WS-NewLoanStatus           PIC X(02).
01 WS-NewBorrowerStatus       PIC X(02).
01 WS-NewProductStatus        PIC X(02).
01 WS-NewRepayStatus          PIC X(02).
01 WS-NewUserStatus           PIC X(02).
01 WS-NewArchiveStatus        PIC X(02).
01 WS-NewApplicationStatus    PIC X(02).
01 WS-NewBranchStatus         PIC X(02).
01 WS-NewChartStatus          PIC X(02).
01 WS-NewCollateralStatus     PIC X(02).
01 WS-NewFeeCodeStatus        PIC X(02).
01 WS-NewAutopayStatus        PIC X(02).
01 WS-NewGLAdjStatus          PIC X(02).
01 WS-NewBatchParmStatus      PIC X(02).
01 WS-AddrExceptionStatus     PIC X(02).
01 WS-AddressExceptions       PIC 9(7) VALUE ZERO.
01 WS-AddressParsed           PIC X(01).
01 WS-AddressReason           PIC X(30).
    COPY MAREC.
01 WS-LoansConverted          PIC 9(7) VALUE ZERO.
01 WS-BorrowersConverted      PIC 9(7) VALUE ZERO.
01 WS-ProductsConverted       PIC 9(7) VALUE ZERO.
01 WS-RepaymentsConverted     PIC 9(7) VALUE ZERO.
01 WS-UsersConverted          PIC 9(7) VALUE ZERO.
01 WS-ArchivesConverted       PIC 9(7) VALUE ZERO.
01 WS-ApplicationsConverted   PIC 9(7) VALUE ZERO.
01 WS-BranchesConverted       PIC 9(7) VALUE ZERO.
01 WS-AccountsConverted       PIC 9(7) VALUE ZERO.
01 WS-CollateralConverted     PIC 9(7) VALUE ZERO.
01 WS-FeeCodesConverted       PIC 9(7) VALUE ZERO.
01 WS-AutopaysConverted       PIC 9(7) VALUE ZERO.
01 WS-AdjustmentsConverted    PIC 9(7) VALUE ZERO.
01 WS-BatchParmsConverted     PIC 9(7) VALUE ZERO.
01 WS-Confirm                 PIC X VALUE 'N'.

PROCEDURE DIVISION.
    DISPLAY 'One-time upgrade of the data files written by the prior'.
    DISPLAY 'release to the current record layouts. Files still in'.
    DISPLAY 'the original layouts are upgraded by UpgradeMasterFiles'.
    DISPLAY 'instead. Each file is read in place with its prior layout'.
    DISPLAY 'and rewritten as <name>-new.dat with the new fields'.
    DISPLAY 'initialized. The current files are not modified; rename'.
    DISPLAY 'the -new files over them once the counts are verified.'.
    DISPLAY 'Run this only with the system closed to other users.'.
    DISPLAY 'Continue? (Y/N): '.
    ACCEPT WS-Confirm.
    IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
        DISPLAY 'Upgrade cancelled.'
        STOP RUN
    END-IF.

    PERFORM UPGRADE-LOAN-FILE.
    PERFORM UPGRADE-BORROWER-FILE.
    PERFORM UPGRADE-PRODUCT-FILE.
    PERFORM UPGRADE-REPAYMENT-FILE.
    PERFORM UPGRADE-USER-FILE.
    PERFORM UPGRADE-ARCHIVE-FILE.
    PERFORM UPGRADE-APPLICATION-FILE.
    PERFORM UPGRADE-BRANCH-FILE.
    PERFORM UPGRADE-CHART-FILE.
    PERFORM UPGRADE-COLLATERAL-FILE.
    PERFORM UPGRADE-FEE-CODE-FILE.
    PERFORM UPGRADE-AUTOPAY-FILE.
    PERFORM UPGRADE-GL-ADJUSTMENT-FILE.
    PERFORM UPGRADE-BATCH-PARAMETER-FILE.

    DISPLAY 'Upgrade completed.'.
    DISPLAY 'Loans converted:          ' WS-LoansConverted.
    DISPLAY 'Borrowers converted:      ' WS-BorrowersConverted.
    DISPLAY '  addresses not split:    ' WS-AddressExceptions.
    DISPLAY 'Products converted:       ' WS-ProductsConverted.
    DISPLAY 'Repayments converted:     ' WS-RepaymentsConverted.
    DISPLAY 'Users converted:          ' WS-UsersConverted.
    DISPLAY 'Archived loans converted: ' WS-ArchivesConverted.
    DISPLAY 'Applications converted:   ' WS-ApplicationsConverted.
    DISPLAY 'Branches converted:       ' WS-BranchesConverted.
    DISPLAY 'GL accounts converted:    ' WS-AccountsConverted.
    DISPLAY 'Collateral converted:     ' WS-CollateralConverted.
    DISPLAY 'Fee codes converted:      ' WS-FeeCodesConverted.
    DISPLAY 'Autopay instructions converted: ' WS-AutopaysConverted.
    DISPLAY 'GL adjustments converted: ' WS-AdjustmentsConverted.
    DISPLAY 'Batch parameters converted: ' WS-BatchParmsConverted.
    STOP RUN.

UPGRADE-LOAN-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorLoanFile.
    IF WS-PriorLoanStatus NOT = '00'
        DISPLAY 'loans.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewLoanFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorLoanFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-LOAN
        END-PERFORM
        CLOSE PriorLoanFile
        CLOSE NewLoanFile
        DISPLAY 'loans-new.dat built from loans.dat'
    END-IF.

*> a zero installment keeps an upgraded loan on the one-cycle-per-
*> payment rule until it is next recast, refinanced or rate-reset.
*> A blank company is the home company
WRITE-UPGRADED-LOAN.
    MOVE PriorLoanRecord        TO LoanRecord.
    MOVE ZERO                   TO InstallmentAmount OF LoanRecord.
    MOVE ZERO                   TO PaidThroughDate OF LoanRecord.
    MOVE ZERO                   TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO                   TO RiskGradeDate OF LoanRecord.
    MOVE SPACES                 TO LoanCompanyCode OF LoanRecord.
    WRITE LoanRecord
        INVALID KEY
            DISPLAY 'Duplicate Loan ID ' PriorLoanID ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-LoansConverted
    END-WRITE.

UPGRADE-BORROWER-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorBorrowerFile.
    IF WS-PriorBorrowerStatus NOT = '00'
        DISPLAY 'borrowers.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewBorrowerFile
        OPEN OUTPUT AddressExceptionFile
        MOVE 'Borrower  Name                           Reason'
            TO AddressExceptionLine
        WRITE AddressExceptionLine
        MOVE '          Address as held'
            TO AddressExceptionLine
        WRITE AddressExceptionLine
        PERFORM UNTIL EOF = 'Y'
            READ PriorBorrowerFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-BORROWER
        END-PERFORM
        CLOSE PriorBorrowerFile
        CLOSE NewBorrowerFile
        CLOSE AddressExceptionFile
        DISPLAY 'borrowers-new.dat built from borrowers.dat'
        DISPLAY 'Addresses that could not be split are listed in'
        DISPLAY 'address-exceptions.rpt for correction by hand.'
    END-IF.

*> existing borrowers start with no e-delivery consent, English
*> notices, an unverified identity and no insider relationship
WRITE-UPGRADED-BORROWER.
    MOVE PriorBorrowerID        TO BorrowerID OF BorrowerRecord.
    MOVE PriorBorrowerFullName  TO BorrowerFullName.
    PERFORM SPLIT-UPGRADED-ADDRESS.
    MOVE PriorBorrowerPhone     TO BorrowerPhone.
    MOVE PriorBorrowerTaxID     TO BorrowerTaxID.
    MOVE PriorBorrowerDOB       TO BorrowerDOB.
    MOVE PriorBorrowerAnnualIncome TO BorrowerAnnualIncome.
    MOVE PriorBorrowerMonthlyObligations
        TO BorrowerMonthlyObligations.
    MOVE PriorBorrowerScreenStatus TO BorrowerScreenStatus.
    MOVE PriorBorrowerMilitaryFlag TO BorrowerMilitaryFlag.
    MOVE PriorBorrowerMilitaryStartDate TO BorrowerMilitaryStartDate.
    MOVE PriorBorrowerMilitaryEndDate TO BorrowerMilitaryEndDate.
    MOVE PriorBorrowerDeceasedDate TO BorrowerDeceasedDate.
    MOVE PriorBorrowerEstateContact TO BorrowerEstateContact.
    MOVE PriorBorrowerEstatePhone TO BorrowerEstatePhone.
    MOVE PriorBorrowerEstateClaimDate TO BorrowerEstateClaimDate.
    MOVE PriorBorrowerBadAddressFlag TO BorrowerBadAddressFlag.
    MOVE PriorBorrowerBadAddressDate TO BorrowerBadAddressDate.
    MOVE PriorBorrowerBadAddressReason TO BorrowerBadAddressReason.
    MOVE SPACES                 TO BorrowerEmailAddress.
    SET BorrowerEConsentNone    TO TRUE.
    MOVE ZERO                   TO BorrowerEConsentDate.
    SET BorrowerPrefersPaper    TO TRUE.
    MOVE ZERO                   TO BorrowerEmailBounceDate.
    SET BorrowerLangEnglish     TO TRUE.
    MOVE SPACES                 TO BorrowerCipIdType.
    MOVE SPACES                 TO BorrowerCipIdNumber.
    MOVE SPACES                 TO BorrowerCipIdIssuer.
    MOVE ZERO                   TO BorrowerCipIdExpiration.
    MOVE SPACES                 TO BorrowerCipMethod.
    MOVE SPACES                 TO BorrowerCipVerifiedBy.
    MOVE ZERO                   TO BorrowerCipVerifiedDate.
    SET BorrowerNotInsider      TO TRUE.
    MOVE SPACES                 TO BorrowerInsiderType.
    MOVE ZERO                   TO BorrowerInsiderDate.
    WRITE BorrowerRecord
        INVALID KEY
            DISPLAY 'Duplicate Borrower ID ' PriorBorrowerID
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-BorrowersConverted
    END-WRITE.

*> the one-line address is split into the mailing fields; one that
*> cannot be split is carried whole in line 1 and listed for
*> correction through the returned mail screen
SPLIT-UPGRADED-ADDRESS.
    CALL 'ParseMailingAddress' USING PriorBorrowerAddress
        MailingAddress WS-AddressParsed WS-AddressReason.
    MOVE MailingAddress TO BorrowerAddress.
    IF WS-AddressParsed NOT = 'Y'
        ADD 1 TO WS-AddressExceptions
        MOVE SPACES TO AddressExceptionLine
        STRING PriorBorrowerID DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            PriorBorrowerFullName DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AddressReason DELIMITED BY SIZE
            INTO AddressExceptionLine
        WRITE AddressExceptionLine
        MOVE SPACES TO AddressExceptionLine
        STRING '          ' DELIMITED BY SIZE
            PriorBorrowerAddress DELIMITED BY SIZE
            INTO AddressExceptionLine
        WRITE AddressExceptionLine
    END-IF.

UPGRADE-PRODUCT-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorProductFile.
    IF WS-PriorProductStatus NOT = '00'
        DISPLAY 'products.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewProductFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorProductFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-PRODUCT
        END-PERFORM
        CLOSE PriorProductFile
        CLOSE NewProductFile
        DISPLAY 'products-new.dat built from products.dat'
    END-IF.

*> no servicing cost, no minimum credit score and no autopay
*> discount until the product is maintained
WRITE-UPGRADED-PRODUCT.
    MOVE PriorProductRecord    TO ProductRecord.
    MOVE ZERO                  TO ProductServicingCost.
    MOVE ZERO                  TO ProductMinScore.
    MOVE ZERO                  TO ProductAutopayDiscount.
    WRITE ProductRecord
        INVALID KEY
            DISPLAY 'Duplicate Product Code ' PriorProductCode
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-ProductsConverted
    END-WRITE.

UPGRADE-REPAYMENT-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorRepaymentFile.
    IF WS-PriorRepayStatus NOT = '00'
        DISPLAY 'repayments.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewRepaymentFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorRepaymentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-REPAYMENT
        END-PERFORM
        CLOSE PriorRepaymentFile
        CLOSE NewRepaymentFile
        DISPLAY 'repayments-new.dat built from repayments.dat'
    END-IF.

WRITE-UPGRADED-REPAYMENT.
    MOVE PriorRepaymentRecord  TO RepaymentRecord.
    MOVE ZERO                  TO TransferFromRepaymentID.
    MOVE ZERO                  TO TransferToRepaymentID.
    MOVE ZERO                  TO BackdatePostedDate.
    MOVE SPACES                TO BackdateAuthorizedBy.
    MOVE SPACES                TO PriorPeriodAdjFlag.
    WRITE RepaymentRecord
        INVALID KEY
            DISPLAY 'Duplicate Repayment ID ' PriorRepaymentID
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-RepaymentsConverted
    END-WRITE.

UPGRADE-USER-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorUserFile.
    IF WS-PriorUserStatus NOT = '00'
        DISPLAY 'users.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewUserFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorUserFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-USER
        END-PERFORM
        CLOSE PriorUserFile
        CLOSE NewUserFile
        DISPLAY 'users-new.dat built from users.dat'
    END-IF.

*> a carried password has no known age, so it must be changed at next
*> sign-on. With no companies listed the user works with the home
*> company only
WRITE-UPGRADED-USER.
    MOVE PriorUserRecord       TO UserRecord.
    SET UserStatusActive       TO TRUE.
    MOVE ZERO                  TO UserFailedAttempts.
    MOVE ZERO                  TO UserPasswordChangedDate.
    MOVE 'Y'                   TO UserMustChangePassword.
    MOVE ZERO                  TO UserLastSignOnDate.
    MOVE SPACES                TO UserCompanyCode(1) UserCompanyCode(2)
        UserCompanyCode(3) UserCompanyCode(4) UserCompanyCode(5).
    WRITE UserRecord.
    ADD 1 TO WS-UsersConverted.

UPGRADE-ARCHIVE-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorArchiveFile.
    IF WS-PriorArchiveStatus NOT = '00'
        DISPLAY 'loans-archive.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewArchiveFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorArchiveFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-ARCHIVE
        END-PERFORM
        CLOSE PriorArchiveFile
        CLOSE NewArchiveFile
        DISPLAY 'loans-archive-new.dat built from loans-archive.dat'
    END-IF.

*> the loan fields are appended ahead of the archive date, so the
*> date is moved separately
WRITE-UPGRADED-ARCHIVE.
    MOVE PriorArchiveLoanPart  TO LoanArchiveRecord.
    MOVE ZERO TO InstallmentAmount OF LoanArchiveRecord.
    MOVE ZERO TO PaidThroughDate OF LoanArchiveRecord.
    MOVE ZERO TO InstallmentCredit OF LoanArchiveRecord.
    SET RiskGradePass OF LoanArchiveRecord TO TRUE.
    MOVE ZERO TO RiskGradeDate OF LoanArchiveRecord.
    MOVE SPACES TO LoanCompanyCode OF LoanArchiveRecord.
    MOVE PriorArchiveDate      TO ArchiveDate.
    WRITE LoanArchiveRecord.
    ADD 1 TO WS-ArchivesConverted.

UPGRADE-APPLICATION-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorApplicationFile.
    IF WS-PriorApplicationStatus NOT = '00'
        DISPLAY 'loan-applications.dat not found or not readable;'
            ' skipped.'
    ELSE
        OPEN OUTPUT NewApplicationFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorApplicationFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-APPLICATION
        END-PERFORM
        CLOSE PriorApplicationFile
        CLOSE NewApplicationFile
        DISPLAY 'loan-applications-new.dat built from'
            ' loan-applications.dat'
    END-IF.

*> the status has stood since the decision, or since receipt when
*> undecided. The funded loan and funding date were never kept, so
*> funded applications stay out of commission and time-to-fund figures
WRITE-UPGRADED-APPLICATION.
    MOVE PriorApplicationRecord TO LoanApplicationRecord.
    MOVE ZERO                  TO AppFundedLoanID.
    MOVE ZERO                  TO AppCoBorrowerID.
    IF AppDecisionDate NUMERIC AND AppDecisionDate > ZERO
        MOVE AppDecisionDate   TO AppStatusDate
    ELSE
        MOVE AppReceivedDate   TO AppStatusDate
    END-IF.
    MOVE ZERO                  TO AppFundedDate.
    WRITE LoanApplicationRecord
        INVALID KEY
            DISPLAY 'Duplicate Application ID ' PriorApplicationID
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-ApplicationsConverted
    END-WRITE.

UPGRADE-BRANCH-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorBranchFile.
    IF WS-PriorBranchStatus NOT = '00'
        DISPLAY 'branches.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewBranchFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorBranchFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-BRANCH
        END-PERFORM
        CLOSE PriorBranchFile
        CLOSE NewBranchFile
        DISPLAY 'branches-new.dat built from branches.dat'
    END-IF.

*> every existing branch belongs to the home company
WRITE-UPGRADED-BRANCH.
    MOVE PriorBranchRecord     TO BranchRecord.
    MOVE SPACES                TO BranchCompanyCode.
    WRITE BranchRecord
        INVALID KEY
            DISPLAY 'Duplicate Branch Code ' PriorBranchCode
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-BranchesConverted
    END-WRITE.

UPGRADE-CHART-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorChartFile.
    IF WS-PriorChartStatus NOT = '00'
        DISPLAY 'chart-of-accounts.dat not found or not readable;'
            ' skipped.'
    ELSE
        OPEN OUTPUT NewChartFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorChartFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-ACCOUNT
        END-PERFORM
        CLOSE PriorChartFile
        CLOSE NewChartFile
        DISPLAY 'chart-of-accounts-new.dat built from'
            ' chart-of-accounts.dat'
    END-IF.

*> the account code is now keyed under its company; a blank company
*> is the shared chart every company posts to unless it has its own
WRITE-UPGRADED-ACCOUNT.
    MOVE SPACES                TO AccountCompanyCode.
    MOVE PriorAccountCode      TO AccountCode.
    MOVE PriorAccountName      TO AccountName.
    MOVE PriorAccountType      TO AccountType.
    WRITE ChartOfAccountsRecord
        INVALID KEY
            DISPLAY 'Duplicate Account Code ' PriorAccountCode
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-AccountsConverted
    END-WRITE.

UPGRADE-COLLATERAL-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorCollateralFile.
    IF WS-PriorCollateralStatus NOT = '00'
        DISPLAY 'collateral.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewCollateralFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorCollateralFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-COLLATERAL
        END-PERFORM
        CLOSE PriorCollateralFile
        CLOSE NewCollateralFile
        DISPLAY 'collateral-new.dat built from collateral.dat'
    END-IF.

*> the property location is unknown until the collateral is next
*> maintained, so the collateral matches no declared disaster area
WRITE-UPGRADED-COLLATERAL.
    MOVE PriorCollateralRecord TO CollateralRecord.
    MOVE SPACES                TO CollateralLocation.
    WRITE CollateralRecord
        INVALID KEY
            DISPLAY 'Duplicate Collateral Loan ID '
                PriorCollateralLoanID ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-CollateralConverted
    END-WRITE.

UPGRADE-FEE-CODE-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorFeeCodeFile.
    IF WS-PriorFeeCodeStatus NOT = '00'
        DISPLAY 'fee-codes.dat not found or not readable; skipped.'
    ELSE
        OPEN OUTPUT NewFeeCodeFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorFeeCodeFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-FEE-CODE
        END-PERFORM
        CLOSE PriorFeeCodeFile
        CLOSE NewFeeCodeFile
        DISPLAY 'fee-codes-new.dat built from fee-codes.dat'
    END-IF.

*> existing fees keep being taken to income when charged
WRITE-UPGRADED-FEE-CODE.
    MOVE PriorFeeCodeRecord    TO FeeCodeRecord.
    SET FeeNotDeferred         TO TRUE.
    WRITE FeeCodeRecord
        INVALID KEY
            DISPLAY 'Duplicate Fee Code ' PriorFeeCode ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-FeeCodesConverted
    END-WRITE.

UPGRADE-AUTOPAY-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorAutopayFile.
    IF WS-PriorAutopayStatus NOT = '00'
        DISPLAY 'autopay-instructions.dat not found or not readable;'
            ' skipped.'
    ELSE
        OPEN OUTPUT NewAutopayFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorAutopayFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-AUTOPAY
        END-PERFORM
        CLOSE PriorAutopayFile
        CLOSE NewAutopayFile
        DISPLAY 'autopay-instructions-new.dat built from'
            ' autopay-instructions.dat'
    END-IF.

*> no discount has been taken off any rate yet, so none is recorded
*> and none is added back when an instruction is later cancelled
WRITE-UPGRADED-AUTOPAY.
    MOVE PriorAutopayRecord    TO AutopayInstructionRecord.
    MOVE ZERO                  TO AutopayAcctChangeDate.
    MOVE ZERO                  TO AutopayHoldUntilDate.
    MOVE ZERO                  TO AutopayDiscountRate.
    MOVE ZERO                  TO AutopayDiscountDate.
    MOVE ZERO                  TO AutopayReturnCount.
    MOVE ZERO                  TO AutopayDiscountEndDate.
    MOVE SPACES                TO AutopayDiscountEndReason.
    WRITE AutopayInstructionRecord
        INVALID KEY
            DISPLAY 'Duplicate Autopay Loan ID ' PriorAutopayLoanID
                ' skipped.'
        NOT INVALID KEY
            ADD 1 TO WS-AutopaysConverted
    END-WRITE.

UPGRADE-GL-ADJUSTMENT-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorGLAdjustmentFile.
    IF WS-PriorGLAdjStatus NOT = '00'
        DISPLAY 'gl-adjustments.dat not found or not readable;'
            ' skipped.'
    ELSE
        OPEN OUTPUT NewGLAdjustmentFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorGLAdjustmentFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-GL-ADJUSTMENT
        END-PERFORM
        CLOSE PriorGLAdjustmentFile
        CLOSE NewGLAdjustmentFile
        DISPLAY 'gl-adjustments-new.dat built from gl-adjustments.dat'
    END-IF.

*> every existing adjustment was posted on the date it was made
WRITE-UPGRADED-GL-ADJUSTMENT.
    MOVE PriorGLAdjustmentRecord TO GLAdjustmentRecord.
    MOVE 'N'                   TO AdjPriorPeriodFlag.
    MOVE AdjDate               TO AdjOriginalDate.
    WRITE GLAdjustmentRecord.
    ADD 1 TO WS-AdjustmentsConverted.

UPGRADE-BATCH-PARAMETER-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT PriorBatchParameterFile.
    IF WS-PriorBatchParmStatus NOT = '00'
        DISPLAY 'batch-parameters.dat not found or not readable;'
            ' skipped.'
    ELSE
        OPEN OUTPUT NewBatchParameterFile
        PERFORM UNTIL EOF = 'Y'
            READ PriorBatchParameterFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    PERFORM WRITE-UPGRADED-BATCH-PARAMETER
        END-PERFORM
        CLOSE PriorBatchParameterFile
        CLOSE NewBatchParameterFile
        DISPLAY 'batch-parameters-new.dat built from'
            ' batch-parameters.dat'
    END-IF.

*> a zero GL tolerance leaves the nightly batch on its standing
*> tolerance
WRITE-UPGRADED-BATCH-PARAMETER.
    MOVE PriorBatchParameterRecord TO BatchParameterRecord.
    MOVE ZERO                  TO BatchGLTolerance.
    WRITE BatchParameterRecord.
    ADD 1 TO WS-BatchParmsConverted.
