IDENTIFICATION DIVISION.
PROGRAM-ID. ImportAgencyRemittance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY AYSEL.
    COPY CGSEL.
    COPY APSEL.
    COPY LNSEL.
    COPY RVSEL.
    SELECT ExceptionFile ASSIGN TO WS-ExceptionFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AgencyRemittanceFile.
    COPY AYREC.

FD  CollectionAgencyFile.
    COPY CGREC.

FD  AgencyPlacementFile.
    COPY APREC.

FD  LoanFile.
    COPY LNREC.

FD  RecoveryFile.
    COPY RVREC.

FD  ExceptionFile.
01  ExceptionLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                         PIC X VALUE 'N'.
01 WS-AgencyRemittanceStatus   PIC X(02).
01 WS-AgencyRemittanceFileName PIC X(40).
01 WS-CollectionAgencyStatus   PIC X(02).
01 WS-AgencyPlacementStatus    PIC X(02).
01 WS-LoanFileStatus           PIC X(02).
01 WS-RecoveryFileStatus       PIC X(02).
01 WS-ExceptionFileName        PIC X(40).
01 WS-RecoveryEOF              PIC X VALUE 'N'.
01 WS-PlacementEOF             PIC X VALUE 'N'.
01 WS-PlacementFound           PIC X VALUE 'N'.
01 WS-RunDate                  PIC 9(8).
01 WS-SelectAgencyID           PIC 9(4).
01 WS-AgencyCommissionPct      PIC 9(2)V99.
01 WS-NextRecoveryID           PIC 9(5) VALUE ZERO.
01 WS-ContractCommission       PIC 9(9)V99 VALUE ZERO.
01 WS-RejectReason             PIC X(40).
01 WS-ItemsPosted              PIC 9(5) VALUE ZERO.
01 WS-ItemsRejected            PIC 9(5) VALUE ZERO.
01 WS-CommissionWarnings       PIC 9(5) VALUE ZERO.
01 WS-TotalGross               PIC 9(11)V99 VALUE ZERO.
01 WS-TotalCommission          PIC 9(11)V99 VALUE ZERO.
01 WS-TotalNet                 PIC 9(11)V99 VALUE ZERO.
01 WS-THType                   PIC X(12).
01 WS-THAmount                 PIC 9(11)V99.
01 WS-THBalanceBefore          PIC 9(11)V99.
01 WS-THBalanceAfter           PIC 9(11)V99.
01 WS-THProgram                PIC X(20).
01 WS-AdjDebitAccount          PIC X(10).
01 WS-AdjCreditAccount         PIC X(10).
01 WS-AdjAmount                PIC 9(11)V99.
01 WS-AdjSource                PIC X(10).

*> an agency's monthly remittance: one item per account collected,
*> with the gross the agency collected, the commission it kept and
*> the net it sent us. The gross posts as a recovery on the charged-
*> off loan, the commission is booked as collection expense against
*> the cash, and the placement's collected totals are brought up to
*> date. An item for an account the agency did not hold at the
*> collection date, or whose amounts do not foot, goes to the
*> exception file unposted; a commission above the agency's contract
*> rate is posted but listed for review
PROCEDURE DIVISION.
    CALL 'GetBusinessDate' USING WS-RunDate.
    MOVE ZERO TO WS-ItemsPosted.
    MOVE ZERO TO WS-ItemsRejected.
    MOVE ZERO TO WS-CommissionWarnings.
    MOVE ZERO TO WS-TotalGross.
    MOVE ZERO TO WS-TotalCommission.
    MOVE ZERO TO WS-TotalNet.

    DISPLAY 'Enter Agency ID: '.
    ACCEPT WS-SelectAgencyID.
    OPEN INPUT CollectionAgencyFile.
    IF WS-CollectionAgencyStatus NOT = '00'
        DISPLAY 'No collection agencies on file. Nothing to import.'
        GOBACK
    END-IF.
    MOVE WS-SelectAgencyID TO AgencyID.
    READ CollectionAgencyFile
        INVALID KEY
            DISPLAY 'Agency not on file. Nothing to import.'
            CLOSE CollectionAgencyFile
            GOBACK
    END-READ.
    MOVE AgencyCommissionPct TO WS-AgencyCommissionPct.
    CLOSE CollectionAgencyFile.

    MOVE SPACES TO WS-AgencyRemittanceFileName.
    STRING 'agency-remittance-' WS-SelectAgencyID '.dat'
        DELIMITED BY SIZE INTO WS-AgencyRemittanceFileName.
    OPEN INPUT AgencyRemittanceFile.
    IF WS-AgencyRemittanceStatus NOT = '00'
        DISPLAY 'No remittance file ' WS-AgencyRemittanceFileName
            ' found. Nothing to import.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-ExceptionFileName.
    STRING 'remittance-exceptions-' WS-SelectAgencyID '-' WS-RunDate
        '.dat' DELIMITED BY SIZE INTO WS-ExceptionFileName.
    OPEN OUTPUT ExceptionFile.
    MOVE 'Loan ID Collected  Gross        Commission   Net          Reason'
        TO ExceptionLine.
    WRITE ExceptionLine.

    OPEN I-O AgencyPlacementFile.
    IF WS-AgencyPlacementStatus = '35'
        OPEN OUTPUT AgencyPlacementFile
        CLOSE AgencyPlacementFile
        OPEN I-O AgencyPlacementFile
    END-IF.
    PERFORM FIND-NEXT-RECOVERY-ID.
    OPEN I-O RecoveryFile.
    IF WS-RecoveryFileStatus = '35'
        OPEN OUTPUT RecoveryFile
        CLOSE RecoveryFile
        OPEN I-O RecoveryFile
    END-IF.
    OPEN INPUT LoanFile.

    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ AgencyRemittanceFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM IMPORT-ONE-REMITTANCE
    END-PERFORM.

    CLOSE AgencyRemittanceFile.
    CLOSE AgencyPlacementFile.
    CLOSE RecoveryFile.
    CLOSE LoanFile.
    CLOSE ExceptionFile.

    DISPLAY 'Remittance items posted: ' WS-ItemsPosted.
    DISPLAY 'Gross collected: ' WS-TotalGross
        '  commission: ' WS-TotalCommission '  net: ' WS-TotalNet.
    DISPLAY 'Items rejected: ' WS-ItemsRejected.
    DISPLAY 'Commissions over contract rate: ' WS-CommissionWarnings.
    DISPLAY 'Exceptions written to ' WS-ExceptionFileName.
    GOBACK.

IMPORT-ONE-REMITTANCE.
    MOVE SPACES TO WS-RejectReason.
    EVALUATE TRUE
        WHEN RemitLoanID NOT NUMERIC
                OR RemitCollectedDate NOT NUMERIC
                OR RemitGrossAmount NOT NUMERIC
                OR RemitCommissionAmount NOT NUMERIC
                OR RemitNetAmount NOT NUMERIC
            MOVE 'RECORD NOT NUMERIC' TO WS-RejectReason
        WHEN RemitAgencyID NOT = WS-SelectAgencyID
            MOVE 'ITEM FOR ANOTHER AGENCY' TO WS-RejectReason
        WHEN RemitGrossAmount = ZERO
            MOVE 'NO AMOUNT COLLECTED' TO WS-RejectReason
        WHEN RemitCommissionAmount + RemitNetAmount
                NOT = RemitGrossAmount
            MOVE 'COMMISSION PLUS NET NOT EQUAL GROSS'
                TO WS-RejectReason
    END-EVALUATE.
    IF WS-RejectReason = SPACES
        MOVE RemitLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                MOVE 'LOAN NOT ON FILE' TO WS-RejectReason
            NOT INVALID KEY
                IF NOT LoanStatusChargedOff
                    MOVE 'LOAN NOT CHARGED-OFF' TO WS-RejectReason
                END-IF
        END-READ
    END-IF.
    IF WS-RejectReason = SPACES
        PERFORM FIND-AGENCY-PLACEMENT
        IF WS-PlacementFound = 'N'
            MOVE 'ACCOUNT NOT PLACED WITH AGENCY' TO WS-RejectReason
        END-IF
    END-IF.
    IF WS-RejectReason NOT = SPACES
        ADD 1 TO WS-ItemsRejected
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        PERFORM POST-REMITTANCE
    END-IF.

*> the agency holding the account on the collection date: an active
*> placement, or one recalled or paid on or after that date
FIND-AGENCY-PLACEMENT.
    MOVE 'N' TO WS-PlacementFound.
    MOVE 'N' TO WS-PlacementEOF.
    MOVE RemitLoanID TO PlacementLoanID.
    START AgencyPlacementFile KEY IS EQUAL TO PlacementLoanID
        INVALID KEY
            MOVE 'Y' TO WS-PlacementEOF
    END-START.
    PERFORM UNTIL WS-PlacementEOF = 'Y'
        READ AgencyPlacementFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-PlacementEOF
            NOT AT END
                IF PlacementLoanID NOT = RemitLoanID
                    MOVE 'Y' TO WS-PlacementEOF
                ELSE
                    IF PlacementAgencyID = WS-SelectAgencyID
                            AND PlacementDate
                                NOT GREATER THAN RemitCollectedDate
                            AND (PlacementActive OR PlacementPaid
                                OR PlacementRecallDate
                                    NOT LESS THAN RemitCollectedDate)
                        MOVE 'Y' TO WS-PlacementFound
                        MOVE 'Y' TO WS-PlacementEOF
                    END-IF
                END-IF
    END-PERFORM.

POST-REMITTANCE.
    MOVE WS-NextRecoveryID TO RecoveryID.
    MOVE RemitLoanID TO RecoveryLoanID.
    MOVE RemitCollectedDate TO RecoveryDate.
    MOVE RemitGrossAmount TO RecoveryAmount.
    WRITE RecoveryRecord
        INVALID KEY
            MOVE 'RECOVERY ID ALREADY ON FILE' TO WS-RejectReason
            ADD 1 TO WS-ItemsRejected
            PERFORM WRITE-EXCEPTION-LINE
        NOT INVALID KEY
            ADD 1 TO WS-NextRecoveryID
            ADD 1 TO WS-ItemsPosted
            ADD RemitGrossAmount TO WS-TotalGross
            ADD RemitCommissionAmount TO WS-TotalCommission
            ADD RemitNetAmount TO WS-TotalNet
            PERFORM UPDATE-PLACEMENT-TOTALS
            MOVE 'AGENCY-RECOV' TO WS-THType
            MOVE RemitGrossAmount TO WS-THAmount
            MOVE ZERO TO WS-THBalanceBefore
            MOVE ZERO TO WS-THBalanceAfter
            MOVE 'ImportAgencyRemittance' TO WS-THProgram
            CALL 'WriteTransactionHistory' USING
                RemitLoanID WS-THType WS-THAmount
                WS-THBalanceBefore WS-THBalanceAfter
                RemitCollectedDate WS-THProgram
            IF RemitCommissionAmount > ZERO
                MOVE 'COLL-EXP  ' TO WS-AdjDebitAccount
                MOVE 'CASH      ' TO WS-AdjCreditAccount
                MOVE RemitCommissionAmount TO WS-AdjAmount
                MOVE 'AGY-REMIT ' TO WS-AdjSource
                CALL 'WriteGLAdjustment' USING RemitCollectedDate
                    RemitLoanID WS-AdjDebitAccount WS-AdjCreditAccount
                    WS-AdjAmount WS-AdjSource
            END-IF
            PERFORM CHECK-CONTRACT-COMMISSION
    END-WRITE.

*> a placement collected in full is closed as paid
UPDATE-PLACEMENT-TOTALS.
    ADD RemitGrossAmount TO PlacementGrossCollected.
    ADD RemitCommissionAmount TO PlacementCommission.
    ADD RemitNetAmount TO PlacementNetRemitted.
    IF RemitCollectedDate > PlacementLastRemitDate
        MOVE RemitCollectedDate TO PlacementLastRemitDate
    END-IF.
    IF RemitGrossAmount NOT LESS THAN PlacementRemaining
        MOVE ZERO TO PlacementRemaining
        IF PlacementActive
            SET PlacementPaid TO TRUE
        END-IF
    ELSE
        SUBTRACT RemitGrossAmount FROM PlacementRemaining
    END-IF.
    REWRITE AgencyPlacementRecord.

CHECK-CONTRACT-COMMISSION.
    COMPUTE WS-ContractCommission ROUNDED =
        RemitGrossAmount * WS-AgencyCommissionPct / 100.
    IF RemitCommissionAmount > WS-ContractCommission + 0.01
        ADD 1 TO WS-CommissionWarnings
        MOVE 'POSTED; COMMISSION OVER CONTRACT RATE' TO WS-RejectReason
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.

WRITE-EXCEPTION-LINE.
    MOVE SPACES TO ExceptionLine.
    STRING RemitLoanID ' ' RemitCollectedDate ' '
        RemitGrossAmount ' ' RemitCommissionAmount ' '
        RemitNetAmount ' ' WS-RejectReason
        DELIMITED BY SIZE INTO ExceptionLine.
    WRITE ExceptionLine.

FIND-NEXT-RECOVERY-ID.
    MOVE ZERO TO WS-NextRecoveryID.
    MOVE 'N' TO WS-RecoveryEOF.
    OPEN INPUT RecoveryFile.
    IF WS-RecoveryFileStatus = '00'
        PERFORM UNTIL WS-RecoveryEOF = 'Y'
            READ RecoveryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RecoveryEOF
                NOT AT END
                    IF RecoveryID NOT LESS THAN WS-NextRecoveryID
                        MOVE RecoveryID TO WS-NextRecoveryID
                    END-IF
        END-PERFORM
        CLOSE RecoveryFile
    END-IF.
    ADD 1 TO WS-NextRecoveryID.
