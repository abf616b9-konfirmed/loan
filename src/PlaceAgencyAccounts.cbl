IDENTIFICATION DIVISION.
PROGRAM-ID. PlaceAgencyAccounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY COSEL.
    COPY LNSEL.
    COPY BRSEL.
    COPY RVSEL.
    COPY CGSEL.
    COPY APSEL.
    COPY AXSEL.

DATA DIVISION.
FILE SECTION.
FD  ChargedOffLedgerFile.
    COPY COREC.

FD  LoanFile.
    COPY LNREC.

FD  BorrowerFile.
    COPY BRREC.

FD  RecoveryFile.
    COPY RVREC.

FD  CollectionAgencyFile.
    COPY CGREC.

FD  AgencyPlacementFile.
    COPY APREC.

FD  AgencyOutboundFile.
    COPY AXREC.

WORKING-STORAGE SECTION.
01 EOF                         PIC X VALUE 'N'.
01 WS-ChargedOffFileStatus     PIC X(02).
01 WS-LoanFileStatus           PIC X(02).
01 WS-BorrowerFileStatus       PIC X(02).
01 WS-RecoveryFileStatus       PIC X(02).
01 WS-CollectionAgencyStatus   PIC X(02).
01 WS-AgencyPlacementStatus    PIC X(02).
01 WS-AgencyOutboundStatus     PIC X(02).
01 WS-AgencyOutboundFileName   PIC X(40).
01 WS-RecoveryEOF              PIC X VALUE 'N'.
01 WS-PlacementEOF             PIC X VALUE 'N'.
01 WS-RunDate                  PIC 9(8).
01 WS-AgencyFound              PIC X VALUE 'N'.
01 WS-SelectAgencyID           PIC 9(4).
01 WS-SelectAgencyName         PIC X(30).
01 WS-MinDaysChargedOff        PIC 9(4).
01 WS-MinBalance               PIC 9(9)V99.
01 WS-DaysChargedOff           PIC S9(6) VALUE ZERO.
01 WS-RemainingBalance         PIC S9(9)V99 VALUE ZERO.
01 WS-LoanRecovered            PIC 9(11)V99 VALUE ZERO.
01 WS-ActivePlacement          PIC X VALUE 'N'.
01 WS-PlacedBefore             PIC X VALUE 'N'.
01 WS-BankruptcyHold           PIC X VALUE 'N'.
01 WS-DeceasedHold             PIC X VALUE 'N'.
01 WS-NextPlacementID          PIC 9(7) VALUE ZERO.
01 WS-AccountsPlaced           PIC 9(5) VALUE ZERO.
01 WS-BalancePlaced            PIC 9(11)V99 VALUE ZERO.
01 WS-SkippedPlaced            PIC 9(5) VALUE ZERO.
01 WS-SkippedHold              PIC 9(5) VALUE ZERO.

*> placement of charged-off accounts with an outside collection
*> agency. Accounts charged off at least the given number of days,
*> with at least the given balance still owed after recoveries, are
*> placed when they are not already with an agency and have not been
*> placed with this agency before; bankrupt and deceased borrowers
*> are never placed. Each account placed is recorded against the
*> agency and written to the agency's placement file
PROCEDURE DIVISION.
    CALL 'GetBusinessDate' USING WS-RunDate.
    MOVE ZERO TO WS-AccountsPlaced.
    MOVE ZERO TO WS-BalancePlaced.
    MOVE ZERO TO WS-SkippedPlaced.
    MOVE ZERO TO WS-SkippedHold.

    DISPLAY 'Enter Agency ID: '.
    ACCEPT WS-SelectAgencyID.
    PERFORM LOOKUP-AGENCY.
    IF WS-AgencyFound = 'N'
        DISPLAY 'Agency not on file. Nothing placed.'
        GOBACK
    END-IF.
    IF NOT AgencyActive
        DISPLAY 'Agency ' AgencyName ' is not active. Nothing placed.'
        GOBACK
    END-IF.
    MOVE AgencyName TO WS-SelectAgencyName.

    DISPLAY 'Enter Minimum Days Since Charge-Off (e.g., 90): '.
    ACCEPT WS-MinDaysChargedOff.
    PERFORM UNTIL WS-MinDaysChargedOff NUMERIC
        DISPLAY 'Invalid input. Enter a numeric number of days: '
        ACCEPT WS-MinDaysChargedOff
    END-PERFORM.
    DISPLAY 'Enter Minimum Balance to Place: '.
    ACCEPT WS-MinBalance.
    PERFORM UNTIL WS-MinBalance NUMERIC
        DISPLAY 'Invalid input. Enter a numeric Balance: '
        ACCEPT WS-MinBalance
    END-PERFORM.

    OPEN INPUT ChargedOffLedgerFile.
    IF WS-ChargedOffFileStatus NOT = '00'
        DISPLAY 'No charged-off ledger on file. Nothing to place.'
        GOBACK
    END-IF.

    OPEN I-O AgencyPlacementFile.
    IF WS-AgencyPlacementStatus = '35'
        OPEN OUTPUT AgencyPlacementFile
        CLOSE AgencyPlacementFile
        OPEN I-O AgencyPlacementFile
    END-IF.
    PERFORM FIND-NEXT-PLACEMENT-ID.

    MOVE SPACES TO WS-AgencyOutboundFileName.
    STRING 'agency-placement-' WS-SelectAgencyID '-' WS-RunDate '.dat'
        DELIMITED BY SIZE INTO WS-AgencyOutboundFileName.
    OPEN OUTPUT AgencyOutboundFile.
    OPEN INPUT LoanFile.
    OPEN INPUT BorrowerFile.

    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ ChargedOffLedgerFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM SCREEN-CHARGED-OFF-LOAN
    END-PERFORM.

    CLOSE ChargedOffLedgerFile.
    CLOSE LoanFile.
    CLOSE BorrowerFile.
    CLOSE AgencyPlacementFile.
    CLOSE AgencyOutboundFile.

    DISPLAY 'Accounts placed with ' WS-SelectAgencyName ': '
        WS-AccountsPlaced.
    DISPLAY 'Balance placed: ' WS-BalancePlaced.
    DISPLAY 'Skipped, already placed or placed here before: '
        WS-SkippedPlaced.
    DISPLAY 'Skipped, bankruptcy or deceased: ' WS-SkippedHold.
    DISPLAY 'Placement file written to ' WS-AgencyOutboundFileName.
    GOBACK.

SCREEN-CHARGED-OFF-LOAN.
    CALL 'DaysBetweenDates' USING ChargeOffDate WS-RunDate
        WS-DaysChargedOff.
    IF WS-DaysChargedOff NOT LESS THAN WS-MinDaysChargedOff
        MOVE ChargeOffLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LoanStatusChargedOff
                    PERFORM SCREEN-PLACEMENT-BALANCE
                END-IF
        END-READ
    END-IF.

SCREEN-PLACEMENT-BALANCE.
    PERFORM SUM-LOAN-RECOVERIES.
    COMPUTE WS-RemainingBalance =
        ChargeOffBalance + ChargeOffFeeBalance - WS-LoanRecovered.
    IF WS-RemainingBalance > ZERO
            AND WS-RemainingBalance NOT LESS THAN WS-MinBalance
        PERFORM CHECK-PRIOR-PLACEMENTS
        CALL 'CheckBankruptcyHold' USING
            LoanID OF LoanRecord WS-BankruptcyHold
        CALL 'CheckDeceasedHold' USING
            BorrowerID OF LoanRecord WS-DeceasedHold
        EVALUATE TRUE
            WHEN WS-ActivePlacement = 'Y' OR WS-PlacedBefore = 'Y'
                ADD 1 TO WS-SkippedPlaced
            WHEN WS-BankruptcyHold = 'Y' OR WS-DeceasedHold = 'Y'
                ADD 1 TO WS-SkippedHold
            WHEN OTHER
                PERFORM PLACE-ACCOUNT
        END-EVALUATE
    END-IF.

PLACE-ACCOUNT.
    INITIALIZE AgencyPlacementRecord.
    MOVE WS-NextPlacementID TO PlacementID.
    MOVE ChargeOffLoanID TO PlacementLoanID.
    MOVE WS-SelectAgencyID TO PlacementAgencyID.
    MOVE WS-RunDate TO PlacementDate.
    MOVE WS-RemainingBalance TO PlacementBalance.
    MOVE WS-RemainingBalance TO PlacementRemaining.
    SET PlacementActive TO TRUE.
    WRITE AgencyPlacementRecord
        INVALID KEY
            DISPLAY 'Placement ID ' PlacementID
                ' already exists. Loan ' ChargeOffLoanID ' not placed.'
        NOT INVALID KEY
            ADD 1 TO WS-NextPlacementID
            ADD 1 TO WS-AccountsPlaced
            ADD PlacementBalance TO WS-BalancePlaced
            PERFORM WRITE-PLACEMENT-LINE
    END-WRITE.

WRITE-PLACEMENT-LINE.
    MOVE SPACES TO AgencyOutboundRecord.
    SET AgxPlacement TO TRUE.
    MOVE WS-SelectAgencyID TO AgxAgencyID.
    MOVE ChargeOffLoanID TO AgxLoanID.
    MOVE WS-RunDate TO AgxActionDate.
    MOVE BorrowerID OF LoanRecord TO BorrowerID OF BorrowerRecord.
    READ BorrowerFile
        INVALID KEY
            MOVE 'BORROWER NOT ON FILE' TO AgxBorrowerName
        NOT INVALID KEY
            MOVE BorrowerFullName TO AgxBorrowerName
            MOVE BorrowerAddrLine1 TO AgxAddressLine1
            MOVE BorrowerAddrLine2 TO AgxAddressLine2
            MOVE BorrowerCity TO AgxCity
            MOVE BorrowerState TO AgxState
            MOVE BorrowerZipCode TO AgxZipCode
            MOVE BorrowerPhone TO AgxPhone
    END-READ.
    MOVE ChargeOffDate TO AgxChargeOffDate.
    MOVE PlacementBalance TO AgxBalance.
    WRITE AgencyOutboundRecord.

*> recoveries posted since charge-off reduce what the agency is asked
*> to collect
SUM-LOAN-RECOVERIES.
    MOVE ZERO TO WS-LoanRecovered.
    MOVE 'N' TO WS-RecoveryEOF.
    OPEN INPUT RecoveryFile.
    IF WS-RecoveryFileStatus NOT = '00'
        CONTINUE
    ELSE
        MOVE ChargeOffLoanID TO RecoveryLoanID
        START RecoveryFile KEY IS EQUAL TO RecoveryLoanID
            INVALID KEY
                MOVE 'Y' TO WS-RecoveryEOF
        END-START
        PERFORM UNTIL WS-RecoveryEOF = 'Y'
            READ RecoveryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RecoveryEOF
                NOT AT END
                    IF RecoveryLoanID = ChargeOffLoanID
                        ADD RecoveryAmount TO WS-LoanRecovered
                    ELSE
                        MOVE 'Y' TO WS-RecoveryEOF
                    END-IF
        END-PERFORM
        CLOSE RecoveryFile
    END-IF.

CHECK-PRIOR-PLACEMENTS.
    MOVE 'N' TO WS-ActivePlacement.
    MOVE 'N' TO WS-PlacedBefore.
    MOVE 'N' TO WS-PlacementEOF.
    MOVE ChargeOffLoanID TO PlacementLoanID.
    START AgencyPlacementFile KEY IS EQUAL TO PlacementLoanID
        INVALID KEY
            MOVE 'Y' TO WS-PlacementEOF
    END-START.
    PERFORM UNTIL WS-PlacementEOF = 'Y'
        READ AgencyPlacementFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PlacementEOF
            NOT AT END
                IF PlacementLoanID = ChargeOffLoanID
                    IF PlacementActive
                        MOVE 'Y' TO WS-ActivePlacement
                    END-IF
                    IF PlacementAgencyID = WS-SelectAgencyID
                        MOVE 'Y' TO WS-PlacedBefore
                    END-IF
                ELSE
                    MOVE 'Y' TO WS-PlacementEOF
                END-IF
    END-PERFORM.

FIND-NEXT-PLACEMENT-ID.
    MOVE ZERO TO WS-NextPlacementID.
    MOVE 'N' TO WS-PlacementEOF.
    MOVE ZERO TO PlacementID.
    START AgencyPlacementFile KEY IS NOT LESS THAN PlacementID
        INVALID KEY
            MOVE 'Y' TO WS-PlacementEOF
    END-START.
    PERFORM UNTIL WS-PlacementEOF = 'Y'
        READ AgencyPlacementFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PlacementEOF
            NOT AT END
                MOVE PlacementID TO WS-NextPlacementID
    END-PERFORM.
    ADD 1 TO WS-NextPlacementID.

LOOKUP-AGENCY.
    MOVE 'N' TO WS-AgencyFound.
    OPEN INPUT CollectionAgencyFile.
    IF WS-CollectionAgencyStatus = '00'
        MOVE WS-SelectAgencyID TO AgencyID
        READ CollectionAgencyFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-AgencyFound
        END-READ
        CLOSE CollectionAgencyFile
    END-IF.
