    COPY LNSEL.
    COPY COSEL.
    COPY RVSEL.
    COPY CYSEL.
    SELECT ExtractFile ASSIGN TO WS-ExtractFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  RecoveryFile.
    COPY RVREC.

FD  CompanyFile.
    COPY CYREC.

FD  ExtractFile.
01  ExtractRecord.
    05 ExtRecordType      PIC X(02).
01 WS-ChargeOffBalanceSum  PIC 9(11)V99 VALUE ZERO.
01 WS-RecoveryCount        PIC 9(7) VALUE ZERO.
01 WS-RecoveryAmountSum    PIC 9(11)V99 VALUE ZERO.
01 WS-RunDate              PIC 9(8).
01 WS-ManifestFileName     PIC X(50).
01 WS-ManifestProgram      PIC X(20) VALUE 'QuarterlyPortfolio'.
01 WS-ManifestRecords      PIC 9(9) VALUE ZERO.
01 WS-ManifestHash         PIC 9(13)V99 VALUE ZERO.
01 WS-CompanyFileStatus    PIC X(02).
01 WS-CompanyEOF           PIC X VALUE 'N'.
01 WS-ExtractCompany       PIC X(04).
01 WS-HomeCompany          PIC X(04).
01 WS-ItemLoanID           PIC 9(7).
01 WS-ItemCompany          PIC X(04).

01 WS-GroupCount           PIC 9(3) VALUE ZERO.
01 WS-GroupTable.
        10 WS-GroupLoans   PIC 9(7).
        10 WS-GroupBalance PIC 9(11)V99.

LINKAGE SECTION.
01 LS-QuarterEndDate       PIC 9(8).

*> the nightly batch passes the quarter-end date when the quarterly
*> schedule falls due; a zero date prompts for it. The consolidated
*> schedule is written first, then one for each active company,
*> quarterly-portfolio-<company>-<date>.dat
PROCEDURE DIVISION USING LS-QuarterEndDate.
    IF LS-QuarterEndDate = ZERO
        DISPLAY 'Enter Quarter-End Date (YYYYMMDD): '
        ACCEPT WS-QuarterEndDate
        PERFORM UNTIL WS-QuarterEndDate NUMERIC AND WS-QuarterEndDate > ZERO
            DISPLAY 'Invalid input. Enter numeric Quarter-End Date (YYYYMMDD): '
            ACCEPT WS-QuarterEndDate
        END-PERFORM
    ELSE
        MOVE LS-QuarterEndDate TO WS-QuarterEndDate
    END-IF.

    MOVE WS-QuarterEndDate(1:4) TO WS-QuarterEndYear.
    MOVE WS-QuarterEndDate(5:2) TO WS-QuarterEndMonth.
        (WS-QuarterEndYear * 10000)
        + (WS-QuarterStartMonth * 100) + 1.

    CALL 'GetHomeCompany' USING WS-HomeCompany.
    MOVE SPACES TO WS-ExtractCompany.
    PERFORM BUILD-PORTFOLIO-SCHEDULE.

    MOVE 'N' TO WS-CompanyEOF.
    OPEN INPUT CompanyFile.
    IF WS-CompanyFileStatus = '00'
        PERFORM UNTIL WS-CompanyEOF = 'Y'
            READ CompanyFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-CompanyEOF
                NOT AT END
                    IF CompanyActive
                        MOVE CompanyCode TO WS-ExtractCompany
                        PERFORM BUILD-PORTFOLIO-SCHEDULE
                    END-IF
        END-PERFORM
        CLOSE CompanyFile
    END-IF.
    GOBACK.

*> spaces in the extract company builds the consolidated schedule
BUILD-PORTFOLIO-SCHEDULE.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-GroupCount.
    MOVE ZERO TO WS-ChargeOffCount.
    MOVE ZERO TO WS-ChargeOffBalanceSum.
    MOVE ZERO TO WS-RecoveryCount.
    MOVE ZERO TO WS-RecoveryAmountSum.
    IF WS-ExtractCompany = SPACES
        DISPLAY 'Building consolidated portfolio schedule for quarter '
            WS-QuarterStartDate ' through ' WS-QuarterEndDate '...'
    ELSE
        DISPLAY 'Building portfolio schedule for company '
            WS-ExtractCompany ' for quarter '
            WS-QuarterStartDate ' through ' WS-QuarterEndDate '...'
    END-IF.

    OPEN INPUT LoanFile.
    PERFORM UNTIL EOF = 'Y'
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                MOVE LoanCompanyCode OF LoanRecord TO WS-ItemCompany
                IF WS-ItemCompany = SPACES
                    MOVE WS-HomeCompany TO WS-ItemCompany
                END-IF
                IF WS-ExtractCompany = SPACES
                        OR WS-ItemCompany = WS-ExtractCompany
                    PERFORM TALLY-LOAN
                END-IF
    END-PERFORM.
    CLOSE LoanFile.

    PERFORM TALLY-QUARTER-CHARGE-OFFS.
    PERFORM TALLY-QUARTER-RECOVERIES.

    MOVE SPACES TO WS-ExtractFileName.
    IF WS-ExtractCompany = SPACES
        STRING 'quarterly-portfolio-' WS-QuarterEndDate '.dat'
            DELIMITED BY SIZE INTO WS-ExtractFileName
    ELSE
        STRING 'quarterly-portfolio-' DELIMITED BY SIZE
            WS-ExtractCompany DELIMITED BY SPACE
            '-' WS-QuarterEndDate '.dat' DELIMITED BY SIZE
            INTO WS-ExtractFileName
    END-IF.
    OPEN OUTPUT ExtractFile.
    MOVE ZERO TO WS-ManifestRecords.
    MOVE ZERO TO WS-ManifestHash.
    PERFORM WRITE-PORTFOLIO-LINES.
    PERFORM WRITE-ACTIVITY-LINES.
    CLOSE ExtractFile.
    CALL 'GetBusinessDate' USING WS-RunDate.
    MOVE WS-ExtractFileName TO WS-ManifestFileName.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY 'Portfolio schedule written to ' WS-ExtractFileName.

TALLY-LOAN.
    PERFORM DETERMINE-AGING-BUCKET.
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    MOVE ChargeOffLoanID TO WS-ItemLoanID
                    PERFORM SET-ITEM-COMPANY
                    IF ChargeOffDate NOT LESS THAN WS-QuarterStartDate
                            AND ChargeOffDate
                                NOT GREATER THAN WS-QuarterEndDate
                            AND (WS-ExtractCompany = SPACES
                                OR WS-ItemCompany = WS-ExtractCompany)
                        ADD 1 TO WS-ChargeOffCount
                        ADD ChargeOffBalance TO WS-ChargeOffBalanceSum
                    END-IF
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    MOVE RecoveryLoanID TO WS-ItemLoanID
                    PERFORM SET-ITEM-COMPANY
                    IF RecoveryDate NOT LESS THAN WS-QuarterStartDate
                            AND RecoveryDate
                                NOT GREATER THAN WS-QuarterEndDate
                            AND (WS-ExtractCompany = SPACES
                                OR WS-ItemCompany = WS-ExtractCompany)
                        ADD 1 TO WS-RecoveryCount
                        ADD RecoveryAmount TO WS-RecoveryAmountSum
                    END-IF
        CLOSE RecoveryFile
    END-IF.

SET-ITEM-COMPANY.
    IF WS-ExtractCompany = SPACES
        MOVE SPACES TO WS-ItemCompany
    ELSE
        CALL 'GetLoanCompany' USING WS-ItemLoanID WS-ItemCompany
    END-IF.

WRITE-PORTFOLIO-LINES.
    PERFORM VARYING WS-GroupIdx FROM 1 BY 1
            UNTIL WS-GroupIdx > WS-GroupCount
        MOVE WS-GroupLoans(WS-GroupIdx)   TO ExtLoanCount
        MOVE WS-GroupBalance(WS-GroupIdx) TO ExtBalance
        WRITE ExtractRecord
        ADD 1 TO WS-ManifestRecords
        ADD ExtBalance TO WS-ManifestHash
        DISPLAY 'PF ' WS-GroupProduct(WS-GroupIdx) ' '
            WS-GroupStatus(WS-GroupIdx) ' '
            WS-GroupBucket(WS-GroupIdx) ' '
    MOVE WS-ChargeOffCount TO ExtLoanCount.
    MOVE WS-ChargeOffBalanceSum TO ExtBalance.
    WRITE ExtractRecord.
    ADD 1 TO WS-ManifestRecords.
    ADD ExtBalance TO WS-ManifestHash.
    DISPLAY 'CO quarter charge-offs: ' WS-ChargeOffCount
        ' balance ' WS-ChargeOffBalanceSum.

    MOVE WS-RecoveryCount TO ExtLoanCount.
    MOVE WS-RecoveryAmountSum TO ExtBalance.
    WRITE ExtractRecord.
    ADD 1 TO WS-ManifestRecords.
    ADD ExtBalance TO WS-ManifestHash.
    DISPLAY 'RV quarter recoveries: ' WS-RecoveryCount
        ' amount ' WS-RecoveryAmountSum.
