    SELECT NewLoanArchiveFile ASSIGN TO 'loans-archive-new.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NewArchiveStatus.
    SELECT AddressExceptionFile ASSIGN TO 'address-exceptions.rpt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AddrExceptionStatus.

DATA DIVISION.
FILE SECTION.
FD  NewLoanArchiveFile.
    COPY LAREC.

FD  AddressExceptionFile.
01  AddressExceptionLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                     PIC X VALUE 'N'.
01 WS-OldLoanStatus        PIC X(02).
01 WS-NewUserStatus        PIC X(02).
01 WS-NewPartStatus        PIC X(02).
01 WS-NewArchiveStatus     PIC X(02).
01 WS-AddrExceptionStatus  PIC X(02).
01 WS-AddressExceptions    PIC 9(7) VALUE ZERO.
01 WS-AddressParsed        PIC X(01).
01 WS-AddressReason        PIC X(30).
    COPY MAREC.
01 WS-LoansConverted       PIC 9(7) VALUE ZERO.
01 WS-BorrowersConverted   PIC 9(7) VALUE ZERO.
01 WS-EscrowsConverted     PIC 9(7) VALUE ZERO.
    DISPLAY 'Upgrade completed.'.
    DISPLAY 'Loans converted:          ' WS-LoansConverted.
    DISPLAY 'Borrowers converted:      ' WS-BorrowersConverted.
    DISPLAY '  addresses not split:    ' WS-AddressExceptions.
    DISPLAY 'Escrow accounts converted: ' WS-EscrowsConverted.
    DISPLAY 'Repayments converted:     ' WS-RepaymentsConverted.
    DISPLAY 'Products converted:       ' WS-ProductsConverted.
        DISPLAY 'loans-new.dat built from loans.dat'
    END-IF.

*> a zero installment keeps an upgraded loan on the one-cycle-per-
*> payment rule until it is next recast, refinanced or rate-reset;
*> the product file is still in its prior layout during this run
WRITE-UPGRADED-LOAN.
    MOVE OldLoanID              TO LoanID OF LoanRecord.
    MOVE OldBorrowerName        TO BorrowerName OF LoanRecord.
    SET AccrualStatusAccruing OF LoanRecord TO TRUE.
    SET LoanNotImpaired OF LoanRecord TO TRUE.
    MOVE ZERO                   TO SpecificReserve OF LoanRecord.
    MOVE ZERO                   TO InstallmentAmount OF LoanRecord.
    MOVE ZERO                   TO PaidThroughDate OF LoanRecord.
    MOVE ZERO                   TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO                   TO RiskGradeDate OF LoanRecord.
    MOVE SPACES                 TO LoanCompanyCode OF LoanRecord.
    WRITE LoanRecord
        INVALID KEY
            DISPLAY 'Duplicate Loan ID ' OldLoanID ' skipped.'
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
            READ OldBorrowerFile NEXT RECORD
                AT END
        END-PERFORM
        CLOSE OldBorrowerFile
        CLOSE NewBorrowerFile
        CLOSE AddressExceptionFile
        DISPLAY 'borrowers-new.dat built from borrowers.dat'
        DISPLAY 'Addresses that could not be split are listed in'
        DISPLAY 'address-exceptions.rpt for correction by hand.'
    END-IF.

WRITE-UPGRADED-BORROWER.
    MOVE OldBorrowerID OF OldBorrowerRecord
        TO BorrowerID OF BorrowerRecord.
    MOVE OldBorrowerFullName    TO BorrowerFullName.
    PERFORM SPLIT-UPGRADED-ADDRESS.
    MOVE OldBorrowerPhone       TO BorrowerPhone.
    MOVE OldBorrowerTaxID       TO BorrowerTaxID.
    MOVE OldBorrowerDOB         TO BorrowerDOB.
    SET BorrowerGoodAddress     TO TRUE.
    MOVE ZERO                   TO BorrowerBadAddressDate.
    MOVE SPACES                 TO BorrowerBadAddressReason.
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
            DISPLAY 'Duplicate Borrower ID '
            ADD 1 TO WS-BorrowersConverted
    END-WRITE.

*> the one-line address is split into the mailing fields; one that
*> cannot be split is carried whole in line 1 and listed for
*> correction through the returned mail screen
SPLIT-UPGRADED-ADDRESS.
    CALL 'ParseMailingAddress' USING OldBorrowerAddress MailingAddress
        WS-AddressParsed WS-AddressReason.
    MOVE MailingAddress TO BorrowerAddress.
    IF WS-AddressParsed NOT = 'Y'
        ADD 1 TO WS-AddressExceptions
        MOVE SPACES TO AddressExceptionLine
        STRING OldBorrowerID OF OldBorrowerRecord DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            OldBorrowerFullName DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-AddressReason DELIMITED BY SIZE
            INTO AddressExceptionLine
        WRITE AddressExceptionLine
        MOVE SPACES TO AddressExceptionLine
        STRING '          ' DELIMITED BY SIZE
            OldBorrowerAddress DELIMITED BY SIZE
            INTO AddressExceptionLine
        WRITE AddressExceptionLine
    END-IF.

UPGRADE-ESCROW-FILE.
    MOVE 'N' TO EOF.
    OPEN INPUT OldEscrowFile.
    MOVE OldAmountPaid         TO TenderedAmount OF RepaymentRecord.
    MOVE OldRepayCurrencyCode
        TO TenderedCurrency OF RepaymentRecord.
    MOVE ZERO TO TransferFromRepaymentID.
    MOVE ZERO TO TransferToRepaymentID.
    MOVE ZERO TO BackdatePostedDate.
    MOVE SPACES TO BackdateAuthorizedBy.
    MOVE SPACES TO PriorPeriodAdjFlag.
    WRITE RepaymentRecord
        INVALID KEY
            DISPLAY 'Duplicate Repayment ID ' OldRepaymentID
    SET MethodSimple           TO TRUE.
    MOVE SPACES                TO ProductRebateMethod.
    MOVE ZERO                  TO ProductDrawSuspendDays.
    MOVE ZERO                  TO ProductServicingCost.
    MOVE ZERO                  TO ProductMinScore.
    MOVE ZERO                  TO ProductAutopayDiscount.
    WRITE ProductRecord
        INVALID KEY
            DISPLAY 'Duplicate Product Code '
    END-IF.

*> a blank branch makes the user visible nowhere until an
*> administrator assigns one, so entitlements fail closed. A carried
*> password has no known age, so it must be changed at next sign-on.
*> With no companies listed the user works with the home company only
WRITE-UPGRADED-USER.
    MOVE OldUserID             TO UserID.
    MOVE OldUserPasswordHash   TO UserPasswordHash.
    MOVE OldUserRole           TO UserRole.
    MOVE SPACES                TO UserBranchCode.
    MOVE ZERO                  TO UserOfficerID.
    SET UserStatusActive       TO TRUE.
    MOVE ZERO                  TO UserFailedAttempts.
    MOVE ZERO                  TO UserPasswordChangedDate.
    MOVE 'Y'                   TO UserMustChangePassword.
    MOVE ZERO                  TO UserLastSignOnDate.
    MOVE SPACES                TO UserCompanyCode(1) UserCompanyCode(2)
        UserCompanyCode(3) UserCompanyCode(4) UserCompanyCode(5).
    WRITE UserRecord.
    ADD 1 TO WS-UsersConverted.

    SET AccrualStatusAccruing OF LoanArchiveRecord TO TRUE.
    SET LoanNotImpaired OF LoanArchiveRecord TO TRUE.
    MOVE ZERO TO SpecificReserve OF LoanArchiveRecord.
    MOVE ZERO TO InstallmentAmount OF LoanArchiveRecord.
    MOVE ZERO TO PaidThroughDate OF LoanArchiveRecord.
    MOVE ZERO TO InstallmentCredit OF LoanArchiveRecord.
    SET RiskGradePass OF LoanArchiveRecord TO TRUE.
    MOVE ZERO TO RiskGradeDate OF LoanArchiveRecord.
    MOVE SPACES TO LoanCompanyCode OF LoanArchiveRecord.
    MOVE OldArcArchiveDate      TO ArchiveDate.
    WRITE LoanArchiveRecord.
    ADD 1 TO WS-ArchivesConverted.
