IDENTIFICATION DIVISION.
PROGRAM-ID. ReportAncillaryRemittance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY ANSEL.
    SELECT RemitReportFile ASSIGN TO WS-RemitReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AncillaryFile.
    COPY ANREC.

FD  RemitReportFile.
01  RemitReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-AncillaryFileStatus    PIC X(02).
01 WS-RemitReportFileName    PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-AsOfDate               PIC 9(8).
01 WS-CarrierIdx             PIC 9(3).
01 WS-CarrierCount           PIC 9(3) VALUE ZERO.
01 WS-CarrierMax             PIC 9(3) VALUE 50.
01 WS-CarrierFound           PIC X VALUE 'N'.
01 WS-ProductChanged         PIC X VALUE 'N'.
01 WS-Carriers.
    05 WS-CarrierEntry OCCURS 50 TIMES.
        10 WS-CarrierName        PIC X(30).
        10 WS-CarrierPremium     PIC 9(9)V99.
        10 WS-CarrierChargeback  PIC 9(9)V99.
        10 WS-CarrierSettle      PIC X(01).
        10 WS-CarrierPolicies    PIC 9(5).
        10 WS-CarrierCancels     PIC 9(5).
01 WS-NoLoanID               PIC 9(7) VALUE ZERO.
01 WS-RemitAmount            PIC 9(9)V99.
01 WS-CheckSource            PIC X(08) VALUE 'CARRIER'.
01 WS-CheckSourceRef         PIC X(10) VALUE 'ANC-REMIT'.
01 WS-CheckNumber            PIC 9(8) VALUE ZERO.
01 WS-AdjDebitAccount        PIC X(10).
01 WS-AdjCreditAccount       PIC X(10).
01 WS-AdjAmount              PIC 9(11)V99.
01 WS-AdjSource              PIC X(10) VALUE 'ANC-REMIT'.
01 WS-AmountShown            PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-ChargebackShown        PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-NetShown               PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-RefundShown            PIC Z,ZZZ,ZZ9.99.
01 WS-TotalRemitted          PIC 9(11)V99 VALUE ZERO.
01 WS-TotalSettled           PIC 9(11)V99 VALUE ZERO.
01 WS-TotalCarried           PIC 9(11)V99 VALUE ZERO.
01 WS-CancelCount            PIC 9(7) VALUE ZERO.
01 WS-CancelRefunds          PIC 9(11)V99 VALUE ZERO.

LINKAGE SECTION.
01 LS-AsOfDate               PIC 9(8).
01 LS-ItemsReported          PIC 9(7).

*> the monthly carrier remittance. Every product in force by the
*> as-of date whose premium has not yet gone to its carrier is
*> remitted at the carrier's net premium, less the chargebacks the
*> carrier owes on cancelled products; a carrier whose chargebacks
*> exceed the premium due is paid the premium in full and the
*> chargebacks carry forward to the next month. One check goes to
*> each carrier. The report lists the remittance by carrier and every
*> product cancelled in the month with its refund. A zero date runs
*> as of the business date
PROCEDURE DIVISION USING LS-AsOfDate LS-ItemsReported.
    DISPLAY 'Building ancillary carrier remittance...'.
    MOVE ZERO TO LS-ItemsReported.
    MOVE ZERO TO WS-CarrierCount.
    MOVE ZERO TO WS-TotalRemitted.
    MOVE ZERO TO WS-TotalSettled.
    MOVE ZERO TO WS-TotalCarried.
    MOVE ZERO TO WS-CancelCount.
    MOVE ZERO TO WS-CancelRefunds.
    CALL 'GetBusinessDate' USING WS-RunDate.
    IF LS-AsOfDate = ZERO
        MOVE WS-RunDate TO WS-AsOfDate
    ELSE
        MOVE LS-AsOfDate TO WS-AsOfDate
    END-IF.

    OPEN I-O AncillaryFile.
    IF WS-AncillaryFileStatus NOT = '00'
        DISPLAY 'No ancillary products on file. Nothing to remit.'
        GOBACK
    END-IF.
    PERFORM TOTAL-CARRIER-BALANCES.
    PERFORM DECIDE-CHARGEBACK-SETTLEMENT.
    PERFORM MARK-REMITTED-PRODUCTS.
    CLOSE AncillaryFile.

    MOVE SPACES TO WS-RemitReportFileName.
    STRING 'ancillary-remit-' WS-AsOfDate '.dat'
        DELIMITED BY SIZE INTO WS-RemitReportFileName.
    OPEN OUTPUT RemitReportFile.
    MOVE SPACES TO RemitReportLine.
    STRING '=== Ancillary Product Carrier Remittance as of '
        WS-AsOfDate ' (run ' WS-RunDate ') ===' DELIMITED BY SIZE
        INTO RemitReportLine.
    WRITE RemitReportLine.
    MOVE SPACES TO RemitReportLine.
    WRITE RemitReportLine.
    MOVE 'Carrier                        Policies        Net Premium        Chargebacks         Remitted  Check No  Chargebacks'
        TO RemitReportLine.
    WRITE RemitReportLine.
    PERFORM VARYING WS-CarrierIdx FROM 1 BY 1
            UNTIL WS-CarrierIdx > WS-CarrierCount
        PERFORM REMIT-TO-CARRIER
    END-PERFORM.
    MOVE SPACES TO RemitReportLine.
    WRITE RemitReportLine.
    MOVE WS-TotalRemitted TO WS-AmountShown.
    MOVE WS-TotalSettled TO WS-ChargebackShown.
    MOVE WS-TotalCarried TO WS-NetShown.
    MOVE SPACES TO RemitReportLine.
    STRING 'Remitted to carriers: ' WS-AmountShown
        '  Chargebacks settled: ' WS-ChargebackShown
        '  Carried forward: ' WS-NetShown
        DELIMITED BY SIZE INTO RemitReportLine.
    WRITE RemitReportLine.

    PERFORM REPORT-MONTH-CANCELLATIONS.
    CLOSE RemitReportFile.

    MOVE WS-CarrierCount TO LS-ItemsReported.
    DISPLAY 'Carriers remitted: ' WS-CarrierCount
        '  cancellations in the month: ' WS-CancelCount.
    DISPLAY 'Remittance report written to ' WS-RemitReportFileName.
    GOBACK.

TOTAL-CARRIER-BALANCES.
    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ AncillaryFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF (AncRemittedDate = ZERO
                        AND AncEffectiveDate NOT > WS-AsOfDate)
                        OR (AncCarrierChargeback > ZERO
                        AND AncChargebackSettledDate = ZERO)
                    PERFORM FIND-CARRIER
                    IF WS-CarrierFound = 'Y'
                        PERFORM ADD-TO-CARRIER
                    END-IF
                END-IF
    END-PERFORM.

FIND-CARRIER.
    PERFORM FIND-CARRIER-ENTRY.
    IF WS-CarrierFound = 'N'
        IF WS-CarrierCount < WS-CarrierMax
            ADD 1 TO WS-CarrierCount
            MOVE WS-CarrierCount TO WS-CarrierIdx
            MOVE AncCarrier TO WS-CarrierName(WS-CarrierIdx)
            MOVE ZERO TO WS-CarrierPremium(WS-CarrierIdx)
            MOVE ZERO TO WS-CarrierChargeback(WS-CarrierIdx)
            MOVE ZERO TO WS-CarrierPolicies(WS-CarrierIdx)
            MOVE ZERO TO WS-CarrierCancels(WS-CarrierIdx)
            MOVE 'N' TO WS-CarrierSettle(WS-CarrierIdx)
            MOVE 'Y' TO WS-CarrierFound
        ELSE
            DISPLAY 'More than ' WS-CarrierMax ' carriers; '
                AncCarrier ' is not remitted this run.'
        END-IF
    END-IF.

ADD-TO-CARRIER.
    IF AncRemittedDate = ZERO AND AncEffectiveDate NOT > WS-AsOfDate
        ADD AncCarrierNetPremium TO WS-CarrierPremium(WS-CarrierIdx)
        ADD 1 TO WS-CarrierPolicies(WS-CarrierIdx)
    END-IF.
    IF AncCarrierChargeback > ZERO AND AncChargebackSettledDate = ZERO
        ADD AncCarrierChargeback TO WS-CarrierChargeback(WS-CarrierIdx)
        ADD 1 TO WS-CarrierCancels(WS-CarrierIdx)
    END-IF.

*> chargebacks are netted only when the premium due covers them all
DECIDE-CHARGEBACK-SETTLEMENT.
    PERFORM VARYING WS-CarrierIdx FROM 1 BY 1
            UNTIL WS-CarrierIdx > WS-CarrierCount
        IF WS-CarrierChargeback(WS-CarrierIdx) NOT >
                WS-CarrierPremium(WS-CarrierIdx)
            MOVE 'Y' TO WS-CarrierSettle(WS-CarrierIdx)
        END-IF
    END-PERFORM.

MARK-REMITTED-PRODUCTS.
    MOVE 'N' TO EOF.
    MOVE LOW-VALUES TO AncillaryKey.
    START AncillaryFile KEY IS NOT LESS THAN AncillaryKey
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.
    PERFORM UNTIL EOF = 'Y'
        READ AncillaryFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM FIND-CARRIER-ENTRY
                IF WS-CarrierFound = 'Y'
                    PERFORM MARK-PRODUCT
                END-IF
    END-PERFORM.

FIND-CARRIER-ENTRY.
    MOVE 'N' TO WS-CarrierFound.
    PERFORM VARYING WS-CarrierIdx FROM 1 BY 1
            UNTIL WS-CarrierIdx > WS-CarrierCount
                OR WS-CarrierFound = 'Y'
        IF WS-CarrierName(WS-CarrierIdx) = AncCarrier
            MOVE 'Y' TO WS-CarrierFound
        END-IF
    END-PERFORM.
    IF WS-CarrierFound = 'Y'
        SUBTRACT 1 FROM WS-CarrierIdx
    END-IF.

MARK-PRODUCT.
    MOVE 'N' TO WS-ProductChanged.
    IF AncRemittedDate = ZERO AND AncEffectiveDate NOT > WS-AsOfDate
        MOVE WS-AsOfDate TO AncRemittedDate
        MOVE 'Y' TO WS-ProductChanged
    END-IF.
    IF AncCarrierChargeback > ZERO AND AncChargebackSettledDate = ZERO
            AND WS-CarrierSettle(WS-CarrierIdx) = 'Y'
        MOVE WS-AsOfDate TO AncChargebackSettledDate
        MOVE 'Y' TO WS-ProductChanged
    END-IF.
    IF WS-ProductChanged = 'Y'
        REWRITE AncillaryRecord
    END-IF.

*> the check is the net premium less settled chargebacks; the
*> premium is cleared from the carrier payable, part in cash and part
*> against the chargeback receivable
REMIT-TO-CARRIER.
    MOVE WS-CarrierPremium(WS-CarrierIdx) TO WS-RemitAmount.
    MOVE ZERO TO WS-CheckNumber.
    IF WS-CarrierSettle(WS-CarrierIdx) = 'Y'
        SUBTRACT WS-CarrierChargeback(WS-CarrierIdx)
            FROM WS-RemitAmount
        ADD WS-CarrierChargeback(WS-CarrierIdx) TO WS-TotalSettled
        IF WS-CarrierChargeback(WS-CarrierIdx) > ZERO
            MOVE 'ANC-PAYBL ' TO WS-AdjDebitAccount
            MOVE 'ANC-RECV  ' TO WS-AdjCreditAccount
            MOVE WS-CarrierChargeback(WS-CarrierIdx) TO WS-AdjAmount
            CALL 'WriteGLAdjustment' USING WS-AsOfDate WS-NoLoanID
                WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
                WS-AdjSource
        END-IF
    ELSE
        ADD WS-CarrierChargeback(WS-CarrierIdx) TO WS-TotalCarried
    END-IF.
    IF WS-RemitAmount > ZERO
        CALL 'IssueCheck' USING WS-NoLoanID WS-RemitAmount
            WS-CarrierName(WS-CarrierIdx) WS-CheckSource
            WS-CheckSourceRef WS-AsOfDate WS-CheckNumber
        MOVE 'ANC-PAYBL ' TO WS-AdjDebitAccount
        MOVE 'CASH      ' TO WS-AdjCreditAccount
        MOVE WS-RemitAmount TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING WS-AsOfDate WS-NoLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
        ADD WS-RemitAmount TO WS-TotalRemitted
    END-IF.
    MOVE WS-CarrierPremium(WS-CarrierIdx) TO WS-AmountShown.
    MOVE WS-CarrierChargeback(WS-CarrierIdx) TO WS-ChargebackShown.
    MOVE WS-RemitAmount TO WS-NetShown.
    MOVE SPACES TO RemitReportLine.
    IF WS-CarrierSettle(WS-CarrierIdx) = 'Y'
        STRING WS-CarrierName(WS-CarrierIdx) ' '
            WS-CarrierPolicies(WS-CarrierIdx) '  ' WS-AmountShown
            '  ' WS-ChargebackShown '  ' WS-NetShown '  '
            WS-CheckNumber '  SETTLED'
            DELIMITED BY SIZE INTO RemitReportLine
    ELSE
        STRING WS-CarrierName(WS-CarrierIdx) ' '
            WS-CarrierPolicies(WS-CarrierIdx) '  ' WS-AmountShown
            '  ' WS-ChargebackShown '  ' WS-NetShown '  '
            WS-CheckNumber '  CARRIED FORWARD'
            DELIMITED BY SIZE INTO RemitReportLine
    END-IF.
    WRITE RemitReportLine.

REPORT-MONTH-CANCELLATIONS.
    MOVE SPACES TO RemitReportLine.
    WRITE RemitReportLine.
    MOVE SPACES TO RemitReportLine.
    STRING '--- Cancellations in ' WS-AsOfDate(1:4) '-'
        WS-AsOfDate(5:2) ' ---' DELIMITED BY SIZE INTO RemitReportLine.
    WRITE RemitReportLine.
    MOVE 'Loan ID Type Carrier                        Cancelled Reason             Refund Credited  Check No'
        TO RemitReportLine.
    WRITE RemitReportLine.
    OPEN INPUT AncillaryFile.
    IF WS-AncillaryFileStatus = '00'
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF = 'Y'
            READ AncillaryFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF AncCancelled
                            AND AncCancelDate(1:6) = WS-AsOfDate(1:6)
                        PERFORM WRITE-CANCELLATION-LINE
                    END-IF
        END-PERFORM
        CLOSE AncillaryFile
    END-IF.
    MOVE WS-CancelRefunds TO WS-AmountShown.
    MOVE SPACES TO RemitReportLine.
    STRING 'Products cancelled: ' WS-CancelCount
        '  Refunds: ' WS-AmountShown
        DELIMITED BY SIZE INTO RemitReportLine.
    WRITE RemitReportLine.

WRITE-CANCELLATION-LINE.
    ADD 1 TO WS-CancelCount.
    ADD AncRefundAmount TO WS-CancelRefunds.
    MOVE AncRefundAmount TO WS-RefundShown.
    MOVE SPACES TO RemitReportLine.
    STRING AncLoanID ' ' AncProductType ' ' AncCarrier ' '
        AncCancelDate '  ' AncCancelReason ' ' WS-RefundShown ' '
        AncRefundCredited '  ' AncRefundCheckNumber
        DELIMITED BY SIZE INTO RemitReportLine.
    WRITE RemitReportLine.
