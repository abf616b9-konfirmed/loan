IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCollectionAgencies.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CGSEL.
    COPY APSEL.
    COPY AXSEL.

DATA DIVISION.
FILE SECTION.
FD  CollectionAgencyFile.
    COPY CGREC.

FD  AgencyPlacementFile.
    COPY APREC.

FD  AgencyOutboundFile.
    COPY AXREC.

WORKING-STORAGE SECTION.
01 WS-CollectionAgencyStatus   PIC X(02).
01 WS-AgencyPlacementStatus    PIC X(02).
01 WS-AgencyOutboundStatus     PIC X(02).
01 WS-AgencyOutboundFileName   PIC X(40).
01 WS-AgencyEOF                PIC X VALUE 'N'.
01 WS-PlacementEOF             PIC X VALUE 'N'.
01 WS-AgencyFound              PIC X VALUE 'N'.
01 WS-Choice                   PIC 9.
01 WS-TodayDate                PIC 9(8).
01 WS-SelectAgencyID           PIC 9(4).
01 WS-SelectLoanID             PIC 9(7).
01 WS-MinDaysPlaced            PIC 9(4).
01 WS-DaysPlaced               PIC S9(6) VALUE ZERO.
01 WS-RecallReason             PIC X(20).
01 WS-AccountsRecalled         PIC 9(5) VALUE ZERO.
01 WS-RowsShown                PIC 9(5) VALUE ZERO.
01 WS-ReportDate               PIC 9(8) VALUE ZERO.
01 WS-AgenciesReported         PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> outside collection agencies and the charged-off accounts placed
*> with them. Accounts are placed in bulk by age and balance, and
*> recalled one at a time or, for an agency, every account it has
*> held for at least a given number of days; recalled accounts go to
*> the agency on a recall file. Agency remittances and the agency
*> performance report are run from here
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-AGENCY-FILE.

    DISPLAY '--- Collection Agencies ---'.
    DISPLAY '1. Add or Update Agency'.
    DISPLAY '2. List Agencies'.
    DISPLAY '3. Place Accounts with Agency'.
    DISPLAY '4. Import Agency Remittance'.
    DISPLAY '5. Recall Accounts from Agency'.
    DISPLAY '6. Display Placements for Loan'.
    DISPLAY '7. Agency Performance Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM MAINTAIN-AGENCY
        WHEN 2
            PERFORM LIST-AGENCIES
        WHEN 3
            CLOSE CollectionAgencyFile
            CALL 'PlaceAgencyAccounts'
            PERFORM OPEN-AGENCY-FILE
        WHEN 4
            CLOSE CollectionAgencyFile
            CALL 'ImportAgencyRemittance'
            PERFORM OPEN-AGENCY-FILE
        WHEN 5
            PERFORM RECALL-ACCOUNTS
        WHEN 6
            PERFORM DISPLAY-LOAN-PLACEMENTS
        WHEN 7
            CLOSE CollectionAgencyFile
            CALL 'ReportAgencyPerformance' USING WS-ReportDate
                WS-AgenciesReported
            PERFORM OPEN-AGENCY-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE CollectionAgencyFile.
    GOBACK.

MAINTAIN-AGENCY.
    DISPLAY 'Enter Agency ID: '.
    ACCEPT AgencyID.
    PERFORM UNTIL AgencyID NUMERIC AND AgencyID > ZERO
        DISPLAY 'Invalid input. Enter a numeric Agency ID: '
        ACCEPT AgencyID
    END-PERFORM.
    READ CollectionAgencyFile
        INVALID KEY
            MOVE 'N' TO WS-AgencyFound
            MOVE AgencyID TO WS-SelectAgencyID
            INITIALIZE CollectionAgencyRecord
            MOVE WS-SelectAgencyID TO AgencyID
            MOVE WS-TodayDate TO AgencyAddedDate
            MOVE LS-UserID TO AgencyAddedBy
        NOT INVALID KEY
            MOVE 'Y' TO WS-AgencyFound
            DISPLAY 'Current: ' AgencyName ' [' AgencyStatus
                '] commission ' AgencyCommissionPct '%'
    END-READ.
    DISPLAY 'Enter Agency Name: '.
    ACCEPT AgencyName.
    PERFORM UNTIL AgencyName NOT = SPACES
        DISPLAY 'Invalid input. Agency Name cannot be blank: '
        ACCEPT AgencyName
    END-PERFORM.
    DISPLAY 'Enter Contact Name: '.
    ACCEPT AgencyContact.
    DISPLAY 'Enter Contact Phone: '.
    ACCEPT AgencyPhone.
    DISPLAY 'Enter Contract Commission Percent (e.g., 2500 = 25.00): '.
    ACCEPT AgencyCommissionPct.
    PERFORM UNTIL AgencyCommissionPct NUMERIC
            AND AgencyCommissionPct < 100
        DISPLAY 'Invalid input. Enter a percent below 100: '
        ACCEPT AgencyCommissionPct
    END-PERFORM.
    DISPLAY 'Enter Status (ACTIVE or INACTIVE): '.
    ACCEPT AgencyStatus.
    PERFORM UNTIL AgencyActive OR AgencyInactive
        DISPLAY 'Invalid input. Enter ACTIVE or INACTIVE: '
        ACCEPT AgencyStatus
    END-PERFORM.
    IF WS-AgencyFound = 'Y'
        REWRITE CollectionAgencyRecord
        DISPLAY 'Agency updated.'
    ELSE
        WRITE CollectionAgencyRecord
        DISPLAY 'Agency added.'
    END-IF.

LIST-AGENCIES.
    MOVE ZERO TO WS-RowsShown.
    MOVE 'N' TO WS-AgencyEOF.
    MOVE ZERO TO AgencyID.
    START CollectionAgencyFile KEY IS NOT LESS THAN AgencyID
        INVALID KEY
            MOVE 'Y' TO WS-AgencyEOF
    END-START.
    PERFORM UNTIL WS-AgencyEOF = 'Y'
        READ CollectionAgencyFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-AgencyEOF
            NOT AT END
                ADD 1 TO WS-RowsShown
                DISPLAY AgencyID ' ' AgencyName ' [' AgencyStatus
                    '] commission ' AgencyCommissionPct '% '
                    AgencyContact ' ' AgencyPhone
    END-PERFORM.
    IF WS-RowsShown = ZERO
        DISPLAY 'No collection agencies on file.'
    END-IF.

*> one account by loan ID, or, with a zero loan ID, every account the
*> agency has held for at least the given number of days
RECALL-ACCOUNTS.
    DISPLAY 'Enter Agency ID: '.
    ACCEPT WS-SelectAgencyID.
    MOVE WS-SelectAgencyID TO AgencyID.
    READ CollectionAgencyFile
        INVALID KEY
            MOVE 'N' TO WS-AgencyFound
        NOT INVALID KEY
            MOVE 'Y' TO WS-AgencyFound
    END-READ.
    IF WS-AgencyFound = 'N'
        DISPLAY 'Agency not on file.'
    ELSE
        DISPLAY 'Enter Loan ID to recall, or zero to recall by age: '
        ACCEPT WS-SelectLoanID
        MOVE ZERO TO WS-MinDaysPlaced
        IF WS-SelectLoanID = ZERO
            DISPLAY 'Recall accounts placed at least how many days: '
            ACCEPT WS-MinDaysPlaced
            PERFORM UNTIL WS-MinDaysPlaced NUMERIC
                    AND WS-MinDaysPlaced > ZERO
                DISPLAY 'Invalid input. Enter a number of days: '
                ACCEPT WS-MinDaysPlaced
            END-PERFORM
        END-IF
        DISPLAY 'Enter Recall Reason (e.g., AGED, PAID IN-HOUSE): '
        ACCEPT WS-RecallReason
        PERFORM UNTIL WS-RecallReason NOT = SPACES
            DISPLAY 'A recall reason is required: '
            ACCEPT WS-RecallReason
        END-PERFORM
        PERFORM RECALL-AGENCY-PLACEMENTS
    END-IF.

RECALL-AGENCY-PLACEMENTS.
    MOVE ZERO TO WS-AccountsRecalled.
    OPEN I-O AgencyPlacementFile.
    IF WS-AgencyPlacementStatus NOT = '00'
        DISPLAY 'No placements on file.'
    ELSE
        MOVE SPACES TO WS-AgencyOutboundFileName
        STRING 'agency-recall-' WS-SelectAgencyID '-' WS-TodayDate
            '.dat' DELIMITED BY SIZE INTO WS-AgencyOutboundFileName
        OPEN EXTEND AgencyOutboundFile
        IF WS-AgencyOutboundStatus = '35'
            OPEN OUTPUT AgencyOutboundFile
            CLOSE AgencyOutboundFile
            OPEN EXTEND AgencyOutboundFile
        END-IF
        MOVE 'N' TO WS-PlacementEOF
        MOVE WS-SelectAgencyID TO PlacementAgencyID
        START AgencyPlacementFile KEY IS EQUAL TO PlacementAgencyID
            INVALID KEY
                MOVE 'Y' TO WS-PlacementEOF
        END-START
        PERFORM UNTIL WS-PlacementEOF = 'Y'
            READ AgencyPlacementFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PlacementEOF
                NOT AT END
                    IF PlacementAgencyID NOT = WS-SelectAgencyID
                        MOVE 'Y' TO WS-PlacementEOF
                    ELSE
                        PERFORM CHECK-RECALL-PLACEMENT
                    END-IF
        END-PERFORM
        CLOSE AgencyOutboundFile
        CLOSE AgencyPlacementFile
        DISPLAY 'Accounts recalled: ' WS-AccountsRecalled
        IF WS-AccountsRecalled > ZERO
            DISPLAY 'Recall file written to ' WS-AgencyOutboundFileName
        END-IF
    END-IF.

CHECK-RECALL-PLACEMENT.
    IF PlacementActive
        IF WS-SelectLoanID = ZERO
            CALL 'DaysBetweenDates' USING PlacementDate WS-TodayDate
                WS-DaysPlaced
            IF WS-DaysPlaced NOT LESS THAN WS-MinDaysPlaced
                PERFORM RECALL-ONE-PLACEMENT
            END-IF
        ELSE
            IF PlacementLoanID = WS-SelectLoanID
                PERFORM RECALL-ONE-PLACEMENT
            END-IF
        END-IF
    END-IF.

RECALL-ONE-PLACEMENT.
    SET PlacementRecalled TO TRUE.
    MOVE WS-TodayDate TO PlacementRecallDate.
    MOVE WS-RecallReason TO PlacementRecallReason.
    MOVE LS-UserID TO PlacementRecalledBy.
    REWRITE AgencyPlacementRecord.
    ADD 1 TO WS-AccountsRecalled.
    MOVE SPACES TO AgencyOutboundRecord.
    SET AgxRecall TO TRUE.
    MOVE PlacementAgencyID TO AgxAgencyID.
    MOVE PlacementLoanID TO AgxLoanID.
    MOVE WS-TodayDate TO AgxActionDate.
    MOVE ZERO TO AgxChargeOffDate.
    MOVE PlacementRemaining TO AgxBalance.
    MOVE WS-RecallReason TO AgxRecallReason.
    WRITE AgencyOutboundRecord.

DISPLAY-LOAN-PLACEMENTS.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-SelectLoanID.
    MOVE ZERO TO WS-RowsShown.
    OPEN INPUT AgencyPlacementFile.
    IF WS-AgencyPlacementStatus = '00'
        MOVE 'N' TO WS-PlacementEOF
        MOVE WS-SelectLoanID TO PlacementLoanID
        START AgencyPlacementFile KEY IS EQUAL TO PlacementLoanID
            INVALID KEY
                MOVE 'Y' TO WS-PlacementEOF
        END-START
        PERFORM UNTIL WS-PlacementEOF = 'Y'
            READ AgencyPlacementFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PlacementEOF
                NOT AT END
                    IF PlacementLoanID NOT = WS-SelectLoanID
                        MOVE 'Y' TO WS-PlacementEOF
                    ELSE
                        ADD 1 TO WS-RowsShown
                        DISPLAY 'Agency ' PlacementAgencyID ' ['
                            PlacementStatus '] placed ' PlacementDate
                            ' balance ' PlacementBalance
                        DISPLAY '    collected ' PlacementGrossCollected
                            ' commission ' PlacementCommission
                            ' net ' PlacementNetRemitted
                            ' remaining ' PlacementRemaining
                        IF PlacementRecalled
                            DISPLAY '    recalled ' PlacementRecallDate
                                ' ' PlacementRecallReason ' by '
                                PlacementRecalledBy
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE AgencyPlacementFile
    END-IF.
    IF WS-RowsShown = ZERO
        DISPLAY 'Loan has never been placed with an agency.'
    END-IF.

OPEN-AGENCY-FILE.
    OPEN I-O CollectionAgencyFile.
    IF WS-CollectionAgencyStatus = '35'
        OPEN OUTPUT CollectionAgencyFile
        CLOSE CollectionAgencyFile
        OPEN I-O CollectionAgencyFile
    END-IF.
