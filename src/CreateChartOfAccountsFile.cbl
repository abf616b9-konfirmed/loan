01 WS-AccountCodeEntry PIC X(10).
01 WS-ChartFileStatus PIC X(02).

*> an account entered without a company applies to every company;
*> one entered for a company applies to that company only
PROCEDURE DIVISION.
    OPEN OUTPUT ChartOfAccountsFile.

            MOVE 'Y' TO WS-End-Flag
        ELSE
            MOVE WS-AccountCodeEntry TO AccountCode
            DISPLAY 'Enter Company Code (spaces for all companies): '
            ACCEPT AccountCompanyCode
            DISPLAY 'Enter Account Name: '
            ACCEPT AccountName
            DISPLAY 'Enter Account Type (A/L/I/E/Q): '
