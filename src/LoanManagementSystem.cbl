
WORKING-STORAGE SECTION.
01 WS-AuditLogFileStatus PIC X(02).
01 WS-Choice          PIC 999.
01 WS-UserID          PIC X(20).
01 WS-UserPassword    PIC X(20).
01 WS-UserPasswordHash PIC X(20).
01 WS-LoansProcessed  PIC 9(7).
01 WS-TotalInterestPosted PIC 9(11)V99.
01 WS-ReportBatchFlag PIC 9 VALUE ZERO.
01 WS-JournalDate     PIC 9(8) VALUE ZERO.
01 WS-JournalLines    PIC 9(7).
01 WS-PeriodDate      PIC 9(8) VALUE ZERO.
01 WS-TaxYear         PIC 9(4) VALUE ZERO.
01 WS-PeriodItems     PIC 9(7).
01 WS-CurrentTimeParts.
    05 WS-CurrentTimeHH PIC 9(2).
    05 WS-CurrentTimeMM PIC 9(2).
01 WS-BatchWindowState     PIC X(13).
01 WS-OverrideChoice       PIC X(01).
01 WS-DispatchAllowed      PIC X(01) VALUE 'Y'.
01 WS-UserFound            PIC X(01) VALUE 'N'.
01 WS-UserReplaced         PIC X(01) VALUE 'N'.
01 WS-TodayDate            PIC 9(8).
01 WS-PasswordExpiryDate   PIC 9(8).
01 WS-PasswordExpired      PIC X(01) VALUE 'N'.
01 WS-NewPassword          PIC X(20).
01 WS-ConfirmPassword      PIC X(20).
01 WS-NewPasswordHash      PIC X(20).
01 WS-NewPasswordOK        PIC X(01) VALUE 'N'.
01 WS-PasswordLength       PIC 9(2).

*> sign-on controls: consecutive bad passwords before the account
*> locks, days a password stays good, and the shortest new password
01 WS-MaxFailedAttempts    PIC 9(2) VALUE 5.
01 WS-PasswordMaxAgeDays   PIC S9(6) VALUE 90.
01 WS-MinPasswordLength    PIC 9(2) VALUE 8.

*> the signing-on user's account, held while it is checked and updated
    COPY USREC REPLACING LEADING ==User== BY ==WS-SignOn==.

PROCEDURE DIVISION.
    PERFORM LOGIN-LOOP.
        DISPLAY '73. Rate Shock Stress Test'
        DISPLAY '74. Import AVM Valuations'
        DISPLAY '75. Revolving Line Controls'
        DISPLAY '76. Maintain User Accounts'
        DISPLAY '77. Rebuild Daily GL Journal'
        DISPLAY '78. Maintain Legal Holds'
        DISPLAY '79. Legal Hold Register'
        DISPLAY '80. Statement Delivery Preferences'
        DISPLAY '81. Maintain Notice Templates'
        DISPLAY '82. Transfer Misapplied Payment'
        DISPLAY '83. Accounting Period Control'
        DISPLAY '84. Life-of-Loan Transcript'
        DISPLAY '85. Borrower Address and Phone Changes'
        DISPLAY '86. State Usury and Fee Limits'
        DISPLAY '87. Disaster Declarations and Relief'
        DISPLAY '88. Cost of Funds and Loan Profitability'
        DISPLAY '89. Loan Officer Commissions'
        DISPLAY '90. Borrower Complaints'
        DISPLAY '91. Insurance Loss Claims'
        DISPLAY '92. Customer Identification (CIP)'
        DISPLAY '93. Commercial Loan Covenants'
        DISPLAY '94. Loan Risk Grades'
        DISPLAY '95. Construction Loan Budgets'
        DISPLAY '96. Check Register'
        DISPLAY '97. Underwriting Conditions'
        DISPLAY '98. CRA Assessment Area'
        DISPLAY '100. Foreclosures'
        DISPLAY '101. REO Properties'
        DISPLAY '102. Collection Agencies'
        DISPLAY '103. Statute of Limitations'
        DISPLAY '104. Contact Consent and Preferences'
        DISPLAY '105. Loan Maturities'
        DISPLAY '106. Credit Score Refresh Import'
        DISPLAY '107. Maintain Report Definitions'
        DISPLAY '108. Outbound File Manifest'
        DISPLAY '109. Private Mortgage Insurance'
        DISPLAY '110. Maintain Companies'
        DISPLAY '111. Insider Lending (Reg O)'
        DISPLAY '112. Ancillary Products (GAP / Credit Life)'
        DISPLAY '113. Run Month-End Close'
        DISPLAY '114. Run Credit Bureau Extract'
        DISPLAY '115. Run Quarterly Portfolio Extract'
        DISPLAY '116. Run Year-End Statements'
        DISPLAY '117. Archive Closed Loans'
        DISPLAY '118. Bulk Loan Reassignment'
        DISPLAY '99. Exit'
        DISPLAY '========================================'
        DISPLAY 'Please enter your choice: '
        ELSE
            EVALUATE WS-Choice
                WHEN 1
                    CALL 'AddLoan' USING WS-UserID
                    MOVE 'ADD LOAN' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 2
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 4
                    CALL 'GenerateReport' USING WS-ReportBatchFlag
                        WS-UserID
                    MOVE 'GENERATE REPORT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 5
                    MOVE 'GENERATE AMORT SCHEDULE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 7
                    CALL 'AddBorrower' USING WS-UserID
                    MOVE 'ADD BORROWER' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 8
                    MOVE 'PAYOFF QUOTE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 12
                    CALL 'RefinanceLoan' USING WS-UserID
                    MOVE 'REFINANCE LOAN' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 13
                    MOVE 'PLACE LOAN IN FORBEARANCE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 15
                    CALL 'MaintainAutopay' USING WS-UserID
                    MOVE 'MAINTAIN AUTOPAY' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 16
                    MOVE 'MAINTAIN APPLICATIONS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 19
                    CALL 'FundLoanApplication' USING WS-UserID
                    MOVE 'FUND APPLICATION' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 20
                    MOVE 'RECOVERY RATE REPORT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 25
                    CALL 'RecordDisbursement' USING WS-UserID
                    MOVE 'RECORD DISBURSEMENT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 26
                    MOVE 'CREDIT DISPUTES' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 50
                    CALL 'GenerateFairLendingExtract' USING WS-UserID
                    MOVE 'FAIR-LENDING EXTRACT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 51
                    MOVE 'CONCENTRATION REPORT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 57
                    CALL 'InquireBorrowerRelationship' USING WS-UserID
                    MOVE 'RELATIONSHIP INQUIRY' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 58
                    MOVE 'REPRINT NOTICE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 63
                    CALL 'MaintainReturnedMail' USING WS-UserID
                    MOVE 'RETURNED MAIL' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 64
                    CALL 'MaintainLineControls'
                    MOVE 'LINE CONTROLS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 76
                    CALL 'MaintainUserAccount' USING WS-UserID
                    MOVE 'MAINTAIN USER ACCOUNT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 77
                    MOVE ZERO TO WS-JournalDate
                    CALL 'PostDailyJournal' USING WS-JournalDate
                        WS-JournalLines
                    MOVE 'REBUILD GL JOURNAL' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 78
                    CALL 'MaintainLegalHolds' USING WS-UserID
                    MOVE 'MAINTAIN LEGAL HOLDS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 79
                    CALL 'ReportLegalHolds'
                    MOVE 'LEGAL HOLD REGISTER' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 80
                    CALL 'MaintainDeliveryPreference' USING WS-UserID
                    MOVE 'DELIVERY PREFERENCE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 81
                    CALL 'MaintainNoticeTemplates' USING WS-UserID
                    MOVE 'MAINTAIN NOTICE TEMPLATES' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 82
                    CALL 'TransferMisappliedPayment' USING WS-UserID
                    MOVE 'TRANSFER MISAPPLIED PAYMENT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 83
                    CALL 'MaintainAccountingPeriods' USING WS-UserID
                    MOVE 'ACCOUNTING PERIOD CONTROL' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 84
                    CALL 'GenerateLoanTranscript' USING WS-UserID
                    MOVE 'LIFE-OF-LOAN TRANSCRIPT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 85
                    CALL 'MaintainBorrowerContact' USING WS-UserID
                    MOVE 'BORROWER CONTACT CHANGE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 86
                    CALL 'MaintainStateLimits'
                    MOVE 'STATE LIMITS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 87
                    CALL 'MaintainDisasterDeclarations' USING WS-UserID
                    MOVE 'DISASTER RELIEF' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 88
                    CALL 'MaintainCostOfFunds'
                    MOVE 'COST OF FUNDS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 89
                    CALL 'MaintainCommissionRates'
                    MOVE 'OFFICER COMMISSIONS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 90
                    CALL 'MaintainComplaints' USING WS-UserID
                    MOVE 'COMPLAINTS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 91
                    CALL 'MaintainLossClaims' USING WS-UserID
                    MOVE 'LOSS CLAIMS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 92
                    CALL 'MaintainCipVerification' USING WS-UserID
                    MOVE 'CIP VERIFICATION' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 93
                    CALL 'MaintainCovenants' USING WS-UserID
                    MOVE 'COVENANTS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 94
                    CALL 'MaintainRiskGrades' USING WS-UserID
                    MOVE 'RISK GRADES' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 95
                    CALL 'MaintainConstructionLoans' USING WS-UserID
                    MOVE 'CONSTRUCTION' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 96
                    CALL 'MaintainCheckRegister' USING WS-UserID
                    MOVE 'CHECK REGISTER' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 97
                    CALL 'MaintainUnderwritingConditions' USING WS-UserID
                    MOVE 'UW CONDITIONS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 98
                    CALL 'MaintainAssessmentArea' USING WS-UserID
                    MOVE 'CRA AREA' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 100
                    CALL 'MaintainForeclosures' USING WS-UserID
                    MOVE 'FORECLOSURE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 101
                    CALL 'MaintainReoProperties' USING WS-UserID
                    MOVE 'REO PROPERTY' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 102
                    CALL 'MaintainCollectionAgencies' USING WS-UserID
                    MOVE 'COLLECTION AGENCY' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 103
                    CALL 'MaintainLimitationsPeriods' USING WS-UserID
                    MOVE 'LIMITATIONS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 104
                    CALL 'MaintainContactPreferences' USING WS-UserID
                    MOVE 'CONTACT CONSENT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 105
                    CALL 'MaintainLoanMaturities' USING WS-UserID
                    MOVE 'LOAN MATURITY' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 106
                    CALL 'ImportScoreRefresh'
                    MOVE 'SCORE IMPORT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 107
                    CALL 'MaintainReportDefinitions' USING WS-UserID
                    MOVE 'REPORT DEFINITION' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 108
                    CALL 'MaintainFileManifest' USING WS-UserID
                    MOVE 'FILE MANIFEST' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 109
                    CALL 'MaintainPmi' USING WS-UserID
                    MOVE 'PMI' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 110
                    CALL 'MaintainCompanies'
                    MOVE 'COMPANIES' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 111
                    CALL 'MaintainInsiders' USING WS-UserID
                    MOVE 'INSIDER LENDING' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 112
                    CALL 'MaintainAncillaryProducts' USING WS-UserID
                    MOVE 'ANCILLARY PRODUCTS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 113
                    MOVE ZERO TO WS-PeriodDate
                    CALL 'MonthEndClose' USING WS-PeriodDate
                        WS-PeriodItems
                    MOVE 'MONTH-END CLOSE' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 114
                    CALL 'CreditBureauExtract' USING WS-PeriodItems
                    MOVE 'CREDIT BUREAU EXTRACT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 115
                    MOVE ZERO TO WS-PeriodDate
                    CALL 'QuarterlyPortfolioExtract' USING WS-PeriodDate
                    MOVE 'QUARTERLY EXTRACT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 116
                    MOVE ZERO TO WS-TaxYear
                    CALL 'GenerateYearEndStatement' USING WS-TaxYear
                        WS-PeriodItems
                    MOVE 'YEAR-END STATEMENTS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 117
                    CALL 'ArchiveClosedLoans' USING WS-PeriodItems
                    MOVE 'ARCHIVE CLOSED LOANS' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 118
                    CALL 'ReassignLoans' USING WS-UserID
                    MOVE 'BULK REASSIGNMENT' TO AuditDetail
                    PERFORM WRITE-MENU-AUDIT-RECORD
                WHEN 99
                    DISPLAY 'Exiting system...'
                WHEN OTHER
                WHEN 57
                WHEN 58
                WHEN 62
                WHEN 82
                WHEN 99
                    CONTINUE
                WHEN OTHER
            END-EVALUATE
        WHEN WS-RoleLoanOfficer
            IF WS-Choice = 10 OR WS-Choice = 38
                    OR WS-Choice = 40 OR WS-Choice = 76
                    OR WS-Choice = 77 OR WS-Choice = 78
                    OR WS-Choice = 81 OR WS-Choice = 86
                    OR WS-Choice = 87 OR WS-Choice = 88
                    OR WS-Choice = 89 OR WS-Choice = 94
                    OR WS-Choice = 96 OR WS-Choice = 98
                    OR WS-Choice = 100 OR WS-Choice = 101
                    OR WS-Choice = 102 OR WS-Choice = 103
                    OR WS-Choice = 108 OR WS-Choice = 110
                    OR WS-Choice = 111 OR WS-Choice = 113
                    OR WS-Choice = 114 OR WS-Choice = 115
                    OR WS-Choice = 116 OR WS-Choice = 117
                    OR WS-Choice = 118
                MOVE 'N' TO WS-Authorized
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> a disabled, terminated or locked account is refused whatever
*> password is given. Each bad password counts toward the lockout and
*> a good one clears the count; an expired password, or one issued by
*> an administrator, must be replaced before the menu is shown
AUTHENTICATE-USER.
    MOVE 'N' TO EOF.
    MOVE 'N' TO WS-UserFound.
    CALL 'HashPassword' USING WS-UserPassword WS-UserPasswordHash.
    OPEN INPUT UserFile.
    PERFORM UNTIL WS-UserFound = 'Y' OR EOF = 'Y'
        READ UserFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF UserID = WS-UserID
                    MOVE 'Y' TO WS-UserFound
                    MOVE UserRecord TO WS-SignOnRecord
                END-IF
        END-READ
    END-PERFORM.
    CLOSE UserFile.
    IF WS-UserFound = 'N'
        DISPLAY 'Invalid User ID or Password.'
        SET AuditEventLoginFail TO TRUE
        MOVE SPACES TO AuditDetail
    ELSE
        EVALUATE TRUE
            WHEN WS-SignOnStatusDisabled
            WHEN WS-SignOnStatusTerminated
                DISPLAY 'This account has been disabled. Contact your supervisor.'
                SET AuditEventLoginFail TO TRUE
                MOVE 'ACCOUNT DISABLED' TO AuditDetail
            WHEN WS-SignOnStatusLocked
                DISPLAY 'This account is locked. Contact your supervisor to unlock it.'
                SET AuditEventLoginFail TO TRUE
                MOVE 'ACCOUNT LOCKED' TO AuditDetail
            WHEN WS-SignOnPasswordHash = WS-UserPasswordHash
                PERFORM SIGN-ON-ACCEPTED
            WHEN OTHER
                PERFORM SIGN-ON-REJECTED
        END-EVALUATE
    END-IF.
    PERFORM WRITE-AUDIT-RECORD.

SIGN-ON-ACCEPTED.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    MOVE ZERO TO WS-SignOnFailedAttempts.
    MOVE WS-TodayDate TO WS-SignOnLastSignOnDate.
    MOVE SPACES TO AuditDetail.
    PERFORM CHECK-PASSWORD-EXPIRY.
    IF WS-PasswordExpired = 'Y' OR WS-SignOnPasswordChangeDue
        PERFORM FORCE-PASSWORD-CHANGE
        MOVE 'PASSWORD CHANGED' TO AuditDetail
    END-IF.
    PERFORM SAVE-SIGN-ON-USER.
    MOVE 'Y' TO WS-Authenticated.
    MOVE WS-SignOnRole TO WS-UserRole.
    DISPLAY 'Login successful.'.
    SET AuditEventLoginSuccess TO TRUE.

SIGN-ON-REJECTED.
    IF WS-SignOnFailedAttempts NOT NUMERIC
        MOVE ZERO TO WS-SignOnFailedAttempts
    END-IF.
    ADD 1 TO WS-SignOnFailedAttempts.
    IF WS-SignOnFailedAttempts NOT LESS THAN WS-MaxFailedAttempts
        SET WS-SignOnStatusLocked TO TRUE
        DISPLAY 'Too many failed attempts. This account is now locked.'
        MOVE 'ACCOUNT LOCKED' TO AuditDetail
    ELSE
        DISPLAY 'Invalid User ID or Password.'
        MOVE SPACES TO AuditDetail
    END-IF.
    SET AuditEventLoginFail TO TRUE.
    PERFORM SAVE-SIGN-ON-USER.

*> a password with no recorded change date has no known age and is
*> treated as expired
CHECK-PASSWORD-EXPIRY.
    MOVE 'N' TO WS-PasswordExpired.
    IF WS-SignOnPasswordChangedDate NOT NUMERIC
            OR WS-SignOnPasswordChangedDate = ZERO
        MOVE 'Y' TO WS-PasswordExpired
    ELSE
        CALL 'AdjustDateByDays' USING WS-SignOnPasswordChangedDate
            WS-PasswordMaxAgeDays WS-PasswordExpiryDate
        IF WS-TodayDate NOT LESS THAN WS-PasswordExpiryDate
            MOVE 'Y' TO WS-PasswordExpired
        END-IF
    END-IF.

FORCE-PASSWORD-CHANGE.
    IF WS-SignOnPasswordChangeDue
        DISPLAY 'Your password was issued by an administrator and must be changed.'
    ELSE
        DISPLAY 'Your password has expired and must be changed.'
    END-IF.
    MOVE 'N' TO WS-NewPasswordOK.
    PERFORM UNTIL WS-NewPasswordOK = 'Y'
        DISPLAY 'Enter New Password: '
        ACCEPT WS-NewPassword
        DISPLAY 'Re-enter New Password: '
        ACCEPT WS-ConfirmPassword
        PERFORM VALIDATE-NEW-PASSWORD
    END-PERFORM.
    MOVE WS-NewPasswordHash TO WS-SignOnPasswordHash.
    MOVE WS-TodayDate TO WS-SignOnPasswordChangedDate.
    MOVE 'N' TO WS-SignOnMustChangePassword.
    DISPLAY 'Password changed.'.

VALIDATE-NEW-PASSWORD.
    MOVE 'N' TO WS-NewPasswordOK.
    MOVE ZERO TO WS-PasswordLength.
    INSPECT WS-NewPassword TALLYING WS-PasswordLength
        FOR CHARACTERS BEFORE INITIAL SPACE.
    CALL 'HashPassword' USING WS-NewPassword WS-NewPasswordHash.
    EVALUATE TRUE
        WHEN WS-NewPassword NOT = WS-ConfirmPassword
            DISPLAY 'The two entries do not match. Please try again.'
        WHEN WS-PasswordLength < WS-MinPasswordLength
            DISPLAY 'The new password must be at least '
                WS-MinPasswordLength ' characters with no spaces.'
        WHEN WS-NewPasswordHash = WS-SignOnPasswordHash
            DISPLAY 'The new password must differ from the current one.'
        WHEN OTHER
            MOVE 'Y' TO WS-NewPasswordOK
    END-EVALUATE.

SAVE-SIGN-ON-USER.
    CALL 'RewriteUserRecord' USING WS-SignOnRecord WS-UserReplaced.

WRITE-AUDIT-RECORD.
    MOVE WS-UserID TO AuditUserID.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
