01  ChartOfAccountsRecord.
    05 AccountKey.
        10 AccountCompanyCode PIC X(04).
        10 AccountCode        PIC X(10).
    05 AccountName         PIC X(30).
    05 AccountType         PIC X(01).
        88 AccountTypeAsset     VALUE 'A'.
