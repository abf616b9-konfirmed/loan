IDENTIFICATION DIVISION.
PROGRAM-ID. ReportSensitiveChanges.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY DHSEL.
    COPY LNSEL.
    SELECT ChangeReportFile ASSIGN TO WS-ChangeReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DemographicChangeFile.
    COPY DHREC.

FD  LoanFile.
    COPY LNREC.

FD  ChangeReportFile.
01  ChangeReportLine PIC X(120).

WORKING-STORAGE SECTION.
01 EOF                     PIC X VALUE 'N'.
01 WS-LoanEOF              PIC X VALUE 'N'.
01 WS-DemogChangeStatus    PIC X(02).
01 WS-LoanFileStatus       PIC X(02).
01 WS-ChangeReportFileName PIC X(40).
01 WS-RunDate              PIC 9(8).
01 WS-DaysAgo              PIC S9(6) VALUE ZERO.
*> configurable window, in days, and the number of sensitive changes
*> within it that puts a borrower on the report
01 WS-ChangeWindowDays     PIC 9(3) VALUE 10.
01 WS-ChangeThreshold      PIC 9(3) VALUE 2.
01 WS-FlaggedBorrowers     PIC 9(5) VALUE ZERO.
01 WS-LoansListed          PIC 9(5) VALUE ZERO.
01 WS-Idx                  PIC 9(4) VALUE ZERO.
01 WS-Found                PIC 9(4) VALUE ZERO.
01 WS-CurrentBorrowerID    PIC 9(5).

*> borrowers with a sensitive change inside the window
01 WS-ChangeCount          PIC 9(4) VALUE ZERO.
01 WS-ChangeTable.
    05 WS-ChangeEntry OCCURS 2000 TIMES.
        10 WS-ChgBorrowerID  PIC 9(5).
        10 WS-ChgTotal       PIC 9(3).
        10 WS-ChgAddress     PIC 9(3).
        10 WS-ChgPhone       PIC 9(3).
        10 WS-ChgEmail       PIC 9(3).
        10 WS-ChgBank        PIC 9(3).
        10 WS-ChgLastDate    PIC 9(8).
        10 WS-ChgLastUser    PIC X(20).

LINKAGE SECTION.
01 LS-FlaggedBorrowers PIC 9(7).

*> account takeover usually shows as a run of changes close together:
*> a new address, then a new phone, then a new autopay account. This
*> counts the changes that replaced an earlier value (a value recorded
*> at boarding is not a change) over the last few days and lists
*> every loan of each borrower with more than the usual number, for
*> the fraud desk to call the borrower at the contact details on file
*> before the changes
PROCEDURE DIVISION USING LS-FlaggedBorrowers.
    DISPLAY 'Reviewing demographic changes...'.
    MOVE ZERO TO LS-FlaggedBorrowers.
    MOVE ZERO TO WS-FlaggedBorrowers.
    MOVE ZERO TO WS-LoansListed.
    MOVE ZERO TO WS-ChangeCount.
    MOVE 'N' TO EOF.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN INPUT DemographicChangeFile.
    IF WS-DemogChangeStatus = '35'
        DISPLAY 'No demographic change history on file.'
        GOBACK
    END-IF.
    PERFORM UNTIL EOF = 'Y'
        READ DemographicChangeFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF DemogOldValue NOT = SPACES
                    CALL 'DaysBetweenDates' USING DemogChangeDate
                        WS-RunDate WS-DaysAgo
                    IF WS-DaysAgo NOT < ZERO
                            AND WS-DaysAgo NOT > WS-ChangeWindowDays
                        PERFORM COUNT-ONE-CHANGE
                    END-IF
                END-IF
    END-PERFORM.
    CLOSE DemographicChangeFile.

    STRING 'sensitive-changes-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ChangeReportFileName.
    OPEN OUTPUT ChangeReportFile.
    MOVE SPACES TO ChangeReportLine.
    STRING 'Borrowers with ' WS-ChangeThreshold
        ' or more sensitive changes in the last ' WS-ChangeWindowDays
        ' days as of ' WS-RunDate DELIMITED BY SIZE
        INTO ChangeReportLine.
    WRITE ChangeReportLine.
    MOVE 'Borrower Changes Addr Phone Email Bank Last     Last User'
        TO ChangeReportLine.
    WRITE ChangeReportLine.

    OPEN INPUT LoanFile.
    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-ChangeCount
        IF WS-ChgTotal(WS-Idx) NOT < WS-ChangeThreshold
            PERFORM REPORT-FLAGGED-BORROWER
        END-IF
    END-PERFORM.
    CLOSE LoanFile.

    MOVE SPACES TO ChangeReportLine.
    WRITE ChangeReportLine.
    STRING 'Borrowers flagged: ' WS-FlaggedBorrowers
        '  Loans listed: ' WS-LoansListed
        DELIMITED BY SIZE INTO ChangeReportLine.
    WRITE ChangeReportLine.
    CLOSE ChangeReportFile.

    MOVE WS-FlaggedBorrowers TO LS-FlaggedBorrowers.
    DISPLAY 'Borrowers with multiple sensitive changes: '
        WS-FlaggedBorrowers.
    DISPLAY 'Sensitive change report written to '
        WS-ChangeReportFileName.
    GOBACK.

COUNT-ONE-CHANGE.
    MOVE ZERO TO WS-Found.
    PERFORM VARYING WS-Idx FROM 1 BY 1
            UNTIL WS-Idx > WS-ChangeCount OR WS-Found > ZERO
        IF WS-ChgBorrowerID(WS-Idx) = DemogBorrowerID
            MOVE WS-Idx TO WS-Found
        END-IF
    END-PERFORM.
    IF WS-Found = ZERO AND WS-ChangeCount = 2000
        DISPLAY 'Change table full; borrower ' DemogBorrowerID
            ' not counted.'
    END-IF.
    IF WS-Found = ZERO AND WS-ChangeCount < 2000
        ADD 1 TO WS-ChangeCount
        MOVE WS-ChangeCount TO WS-Found
        MOVE DemogBorrowerID TO WS-ChgBorrowerID(WS-Found)
        MOVE ZERO TO WS-ChgTotal(WS-Found)
        MOVE ZERO TO WS-ChgAddress(WS-Found)
        MOVE ZERO TO WS-ChgPhone(WS-Found)
        MOVE ZERO TO WS-ChgEmail(WS-Found)
        MOVE ZERO TO WS-ChgBank(WS-Found)
        MOVE ZERO TO WS-ChgLastDate(WS-Found)
    END-IF.
    IF WS-Found > ZERO
        PERFORM TALLY-ONE-CHANGE
    END-IF.

TALLY-ONE-CHANGE.
    ADD 1 TO WS-ChgTotal(WS-Found).
    EVALUATE TRUE
        WHEN DemogFieldAddress
            ADD 1 TO WS-ChgAddress(WS-Found)
        WHEN DemogFieldPhone
            ADD 1 TO WS-ChgPhone(WS-Found)
        WHEN DemogFieldEmail
            ADD 1 TO WS-ChgEmail(WS-Found)
        WHEN DemogFieldBankAccount
            ADD 1 TO WS-ChgBank(WS-Found)
    END-EVALUATE.
    IF DemogChangeDate NOT < WS-ChgLastDate(WS-Found)
        MOVE DemogChangeDate TO WS-ChgLastDate(WS-Found)
        MOVE DemogUserID TO WS-ChgLastUser(WS-Found)
    END-IF.

REPORT-FLAGGED-BORROWER.
    ADD 1 TO WS-FlaggedBorrowers.
    MOVE SPACES TO ChangeReportLine.
    WRITE ChangeReportLine.
    STRING WS-ChgBorrowerID(WS-Idx) '    '
        WS-ChgTotal(WS-Idx) '     '
        WS-ChgAddress(WS-Idx) '  '
        WS-ChgPhone(WS-Idx) '   '
        WS-ChgEmail(WS-Idx) '   '
        WS-ChgBank(WS-Idx) '  '
        WS-ChgLastDate(WS-Idx) ' '
        WS-ChgLastUser(WS-Idx)
        DELIMITED BY SIZE INTO ChangeReportLine.
    WRITE ChangeReportLine.

    MOVE WS-ChgBorrowerID(WS-Idx) TO WS-CurrentBorrowerID.
    MOVE 'N' TO WS-LoanEOF.
    MOVE WS-CurrentBorrowerID TO BorrowerID OF LoanRecord.
    START LoanFile KEY IS EQUAL TO BorrowerID OF LoanRecord
        INVALID KEY
            MOVE 'Y' TO WS-LoanEOF
            MOVE '    no loans on file for this borrower'
                TO ChangeReportLine
            WRITE ChangeReportLine
    END-START.
    PERFORM UNTIL WS-LoanEOF = 'Y'
        READ LoanFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-LoanEOF
            NOT AT END
                IF BorrowerID OF LoanRecord = WS-CurrentBorrowerID
                    MOVE SPACES TO ChangeReportLine
                    STRING '    Loan ' LoanID OF LoanRecord '  '
                        BorrowerName OF LoanRecord '  '
                        LoanStatus OF LoanRecord
                        DELIMITED BY SIZE INTO ChangeReportLine
                    WRITE ChangeReportLine
                    ADD 1 TO WS-LoansListed
                ELSE
                    MOVE 'Y' TO WS-LoanEOF
                END-IF
    END-PERFORM.
