IDENTIFICATION DIVISION.
PROGRAM-ID. ProcessPmi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PMSEL.
    COPY LNSEL.
    COPY ESSEL.
    COPY EDSEL.

DATA DIVISION.
FILE SECTION.
FD  PmiFile.
    COPY PMREC.

FD  LoanFile.
    COPY LNREC.

FD  EscrowFile.
    COPY ESREC.

FD  EscrowDisbursementFile.
    COPY EDREC.

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-PmiFileStatus          PIC X(02).
01 WS-LoanFileStatus         PIC X(02).
01 WS-EscrowFileStatus       PIC X(02).
01 WS-EscrowDisbFileStatus   PIC X(02).
01 WS-RunDate                PIC 9(8).
01 WS-LoanFound              PIC X VALUE 'N'.
01 WS-ScheduledBalance       PIC 9(9)V99.
01 WS-Date80                 PIC 9(8).
01 WS-Date78                 PIC 9(8).
01 WS-CancelReason           PIC X(12).
01 WS-BatchUserID            PIC X(20) VALUE 'NIGHTLY-BATCH'.
01 WS-Remitted               PIC X VALUE 'N'.
01 WS-PremiumAmount          PIC 9(9)V99.
01 WS-OneMonth               PIC 9(4) VALUE 1.
01 WS-CheckSource            PIC X(08) VALUE 'ESCROW'.
01 WS-CheckSourceRef         PIC X(10) VALUE 'PMI'.
01 WS-CheckNumber            PIC 9(8) VALUE ZERO.
01 WS-Cancellations          PIC 9(7) VALUE ZERO.
01 WS-AutoCancellations      PIC 9(7) VALUE ZERO.
01 WS-ClosedCancellations    PIC 9(7) VALUE ZERO.
01 WS-PremiumsRemitted       PIC 9(7) VALUE ZERO.
01 WS-EscrowShort            PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-Cancellations          PIC 9(7).

*> nightly review of every loan carrying private mortgage insurance.
*> PMI on a loan that is no longer active is cancelled as closed. PMI
*> is cancelled automatically once the loan's initial amortization
*> schedule puts the balance at 78% of the property's original value,
*> provided the loan is current. Otherwise the monthly premium due is
*> remitted to the carrier from the escrow account and the premium
*> paid-through date moves on a month; an escrow account too short to
*> pay it is reported and tried again the next night
PROCEDURE DIVISION USING LS-Cancellations.
    DISPLAY 'Reviewing private mortgage insurance...'.
    MOVE ZERO TO LS-Cancellations.
    MOVE ZERO TO WS-Cancellations.
    MOVE ZERO TO WS-AutoCancellations.
    MOVE ZERO TO WS-ClosedCancellations.
    MOVE ZERO TO WS-PremiumsRemitted.
    MOVE ZERO TO WS-EscrowShort.
    CALL 'GetBusinessDate' USING WS-RunDate.

    OPEN I-O PmiFile.
    IF WS-PmiFileStatus NOT = '00'
        DISPLAY 'No PMI on file. Nothing to review.'
        GOBACK
    END-IF.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus NOT = '00'
        DISPLAY 'No loans on file. Nothing to review.'
        CLOSE PmiFile
        GOBACK
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ PmiFile NEXT RECORD
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF PmiActive
                    PERFORM REVIEW-PMI
                END-IF
    END-PERFORM.
    CLOSE PmiFile.
    CLOSE LoanFile.

    MOVE WS-Cancellations TO LS-Cancellations.
    DISPLAY 'PMI cancelled: ' WS-Cancellations.
    DISPLAY '  at 78% of original value: ' WS-AutoCancellations.
    DISPLAY '  on loan closing: ' WS-ClosedCancellations.
    DISPLAY 'PMI premiums remitted from escrow: ' WS-PremiumsRemitted.
    DISPLAY 'Premiums not paid, escrow short: ' WS-EscrowShort.
    GOBACK.

REVIEW-PMI.
    MOVE 'N' TO WS-LoanFound.
    MOVE PmiLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'PMI on Loan ID ' PmiLoanID
                ' has no loan on file; skipped.'
        NOT INVALID KEY
            MOVE 'Y' TO WS-LoanFound
    END-READ.
    IF WS-LoanFound = 'Y'
        IF NOT LoanStatusActive
            MOVE 'LOAN-CLOSED' TO WS-CancelReason
            PERFORM CANCEL-PMI
            ADD 1 TO WS-ClosedCancellations
        ELSE
            CALL 'ComputePmiSchedule' USING LoanRecord PmiOriginalValue
                WS-RunDate WS-ScheduledBalance WS-Date80 WS-Date78
            IF WS-Date78 NOT = ZERO AND WS-Date78 NOT > WS-RunDate
                    AND NextPaymentDueDate NOT < WS-RunDate
                MOVE 'AUTO-78' TO WS-CancelReason
                PERFORM CANCEL-PMI
                ADD 1 TO WS-AutoCancellations
            ELSE
                IF PmiPremiumPaidThrough NOT > WS-RunDate
                    PERFORM REMIT-PREMIUM
                END-IF
            END-IF
        END-IF
    END-IF.

CANCEL-PMI.
    CALL 'CancelPmi' USING PmiRecord LoanRecord WS-CancelReason
        WS-RunDate WS-BatchUserID.
    REWRITE PmiRecord.
    ADD 1 TO WS-Cancellations.
    DISPLAY 'PMI cancelled on Loan ID ' PmiLoanID ' ('
        PmiCancelReason ').'.

*> the premium is paid out of the borrower's escrow balance as a PMI
*> escrow disbursement, by check to the carrier
REMIT-PREMIUM.
    MOVE 'N' TO WS-Remitted.
    MOVE PmiMonthlyPremium TO WS-PremiumAmount.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        MOVE PmiLoanID TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-PremiumAmount NOT > EscrowBalance
                    SUBTRACT WS-PremiumAmount FROM EscrowBalance
                    REWRITE EscrowRecord
                    MOVE 'Y' TO WS-Remitted
                END-IF
        END-READ
        CLOSE EscrowFile
    END-IF.
    IF WS-Remitted = 'Y'
        PERFORM WRITE-DISBURSEMENT-RECORD
        CALL 'AddMonthsToDate' USING PmiPremiumPaidThrough WS-OneMonth
            PmiPremiumPaidThrough
        REWRITE PmiRecord
        ADD 1 TO WS-PremiumsRemitted
    ELSE
        DISPLAY 'PMI premium on Loan ID ' PmiLoanID
            ' not paid: escrow short or missing.'
        ADD 1 TO WS-EscrowShort
    END-IF.

WRITE-DISBURSEMENT-RECORD.
    MOVE PmiLoanID        TO EscrowDisbLoanID.
    MOVE WS-RunDate       TO EscrowDisbDate.
    SET EscrowDisbPmi     TO TRUE.
    MOVE PmiCarrier       TO EscrowDisbPayee.
    MOVE WS-PremiumAmount TO EscrowDisbAmount.
    OPEN EXTEND EscrowDisbursementFile.
    IF WS-EscrowDisbFileStatus = '35'
        OPEN OUTPUT EscrowDisbursementFile
        CLOSE EscrowDisbursementFile
        OPEN EXTEND EscrowDisbursementFile
    END-IF.
    WRITE EscrowDisbursementRecord.
    CLOSE EscrowDisbursementFile.
    CALL 'IssueCheck' USING PmiLoanID WS-PremiumAmount PmiCarrier
        WS-CheckSource WS-CheckSourceRef WS-RunDate WS-CheckNumber.
