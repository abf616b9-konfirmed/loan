IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainCheckRegister.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY KRSEL.
    COPY LNSEL.
    COPY ESSEL.
    COPY DRSEL.

DATA DIVISION.
FILE SECTION.
FD  CheckRegisterFile.
    COPY KRREC.

FD  LoanFile.
    COPY LNREC.

FD  EscrowFile.
    COPY ESREC.

FD  DealerReserveFile.
    COPY DRREC.

WORKING-STORAGE SECTION.
01 WS-CheckRegisterStatus PIC X(02).
01 WS-LoanFileStatus      PIC X(02).
01 WS-EscrowFileStatus    PIC X(02).
01 WS-DealerReserveStatus PIC X(02).
01 WS-RegisterEOF         PIC X VALUE 'N'.
01 WS-Choice              PIC 9.
01 WS-TodayDate           PIC 9(8).
01 WS-LookupCheckNumber   PIC 9(8).
01 WS-LookupLoanID        PIC 9(7).
01 WS-VoidReason          PIC X(04).
01 WS-ChecksShown         PIC 9(5) VALUE ZERO.
01 WS-ReissueAllowed      PIC X VALUE 'N'.
01 WS-NewPayee            PIC X(30).
01 WS-NewCheckNumber      PIC 9(8) VALUE ZERO.
01 WS-OldLoanID           PIC 9(7).
01 WS-OldAmount           PIC 9(9)V99.
01 WS-OldPayee            PIC X(30).
01 WS-OldSource           PIC X(08).
01 WS-OldSourceRef        PIC X(10).
01 WS-AdjDebitAccount     PIC X(10).
01 WS-AdjCreditAccount    PIC X(10).
01 WS-AdjSource           PIC X(10).
01 WS-AdjAmount           PIC 9(11)V99.
01 WS-ReportDate          PIC 9(8) VALUE ZERO.
01 WS-ChecksReported      PIC 9(7) VALUE ZERO.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> the check register kept for every check the system writes. A check
*> that is lost, stale or written in error is voided here, and the void
*> goes to the bank on the next positive pay file. Voided escrow checks
*> go back into the escrow balance and voided dealer payouts back into
*> the dealer's reserve; a voided refund that the payee never claimed
*> is held as unclaimed property and reported for escheatment until it
*> is reissued
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.

    DISPLAY '--- Check Register ---'.
    DISPLAY '1. Void Check'.
    DISPLAY '2. Reissue Check'.
    DISPLAY '3. Display Checks'.
    DISPLAY '4. Stale-Dated Check Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM VOID-CHECK
        WHEN 2
            PERFORM REISSUE-CHECK
        WHEN 3
            PERFORM DISPLAY-CHECKS
        WHEN 4
            CALL 'ReportStaleChecks' USING WS-ReportDate
                WS-ChecksReported
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

VOID-CHECK.
    DISPLAY 'Enter Check Number: '.
    ACCEPT WS-LookupCheckNumber.
    OPEN I-O CheckRegisterFile.
    IF WS-CheckRegisterStatus NOT = '00'
        DISPLAY 'No check register on file.'
    ELSE
        MOVE WS-LookupCheckNumber TO CheckNumber
        READ CheckRegisterFile
            INVALID KEY
                DISPLAY 'Check not found.'
            NOT INVALID KEY
                IF NOT CheckOutstanding
                    DISPLAY 'Check is ' CheckStatus
                        '; only ISSUED checks can be voided.'
                ELSE
                    PERFORM SHOW-CHECK
                    PERFORM ACCEPT-VOID-REASON
                    PERFORM MARK-CHECK-VOIDED
                    PERFORM RETURN-VOIDED-FUNDS
                END-IF
        END-READ
        CLOSE CheckRegisterFile
    END-IF.

ACCEPT-VOID-REASON.
    DISPLAY 'Enter Void Reason (STAL stale, LOST, UNCL unclaimed,'.
    DISPLAY 'ERR written in error): '.
    ACCEPT WS-VoidReason.
    MOVE WS-VoidReason TO CheckVoidReason.
    PERFORM UNTIL CheckVoidReasonValid
        DISPLAY 'Invalid input. Enter STAL, LOST, UNCL or ERR: '
        ACCEPT WS-VoidReason
        MOVE WS-VoidReason TO CheckVoidReason
    END-PERFORM.

MARK-CHECK-VOIDED.
    SET CheckVoided TO TRUE.
    MOVE WS-TodayDate TO CheckVoidDate.
    MOVE LS-UserID TO CheckVoidBy.
    REWRITE CheckRegisterRecord.
    DISPLAY 'Check ' CheckNumber ' voided; the void goes to the bank'.
    DISPLAY 'on the next positive pay file.'.

*> escrow and dealer money goes back where it came from; a refund
*> written in error goes back onto the loan as a credit balance, and
*> any other voided refund is held as unclaimed property
RETURN-VOIDED-FUNDS.
    EVALUATE TRUE
        WHEN CheckFromEscrow
            PERFORM RESTORE-ESCROW-BALANCE
        WHEN CheckFromDealer
            PERFORM REVERSE-DEALER-PAYOUT
        WHEN CheckFromRefund AND CheckVoidError
            PERFORM RESTORE-CREDIT-BALANCE
        WHEN CheckVoidUnclaimed OR CheckVoidStale
            DISPLAY 'Funds are held as unclaimed property and reported'
            DISPLAY 'for escheatment until the check is reissued.'
        WHEN OTHER
            DISPLAY 'Reissue the check to pay the funds out again.'
    END-EVALUATE.

RESTORE-ESCROW-BALANCE.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus NOT = '00'
        DISPLAY 'No escrow file on record; escrow balance not restored.'
    ELSE
        MOVE CheckLoanID TO EscrowLoanID
        READ EscrowFile
            INVALID KEY
                DISPLAY 'No escrow account for Loan ID ' CheckLoanID
                    '; escrow balance not restored.'
            NOT INVALID KEY
                ADD CheckAmount TO EscrowBalance
                REWRITE EscrowRecord
                DISPLAY 'Escrow balance restored to ' EscrowBalance '.'
        END-READ
        CLOSE EscrowFile
    END-IF.

*> the payout comes back into the dealer's reserve as a ledger reversal
*> and the cash entry is reversed on the general ledger
REVERSE-DEALER-PAYOUT.
    MOVE CheckSourceRef(1:4) TO DlrResDealerCode.
    MOVE ZERO TO DlrResLoanID.
    MOVE WS-TodayDate TO DlrResDate.
    MOVE CheckAmount TO DlrResAmount.
    SET DlrResPayoutReversal TO TRUE.
    OPEN EXTEND DealerReserveFile.
    IF WS-DealerReserveStatus = '35'
        OPEN OUTPUT DealerReserveFile
        CLOSE DealerReserveFile
        OPEN EXTEND DealerReserveFile
    END-IF.
    WRITE DealerReserveLedgerRecord.
    CLOSE DealerReserveFile.
    MOVE 'CASH      ' TO WS-AdjDebitAccount.
    MOVE 'DLR-RSV-PA' TO WS-AdjCreditAccount.
    MOVE 'CHK-VOID  ' TO WS-AdjSource.
    MOVE CheckAmount TO WS-AdjAmount.
    CALL 'WriteGLAdjustment' USING WS-TodayDate CheckLoanID
        WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
        WS-AdjSource.
    DISPLAY 'Payout returned to the reserve of dealer '
        DlrResDealerCode '.'.

RESTORE-CREDIT-BALANCE.
    OPEN I-O LoanFile.
    MOVE CheckLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan ' CheckLoanID ' not found; credit balance'
            DISPLAY 'not restored.'
        NOT INVALID KEY
            ADD CheckAmount TO CreditBalance
            REWRITE LoanRecord
            DISPLAY 'Credit balance on Loan ID ' CheckLoanID
                ' restored to ' CreditBalance '.'
    END-READ.
    CLOSE LoanFile.

*> an outstanding check is voided and replaced in one step; a refund
*> check already voided as stale or unclaimed can be reissued when the
*> payee comes forward. Escrow and dealer checks already voided have
*> had their money returned and are written again from their own
*> functions instead
REISSUE-CHECK.
    DISPLAY 'Enter Check Number to reissue: '.
    ACCEPT WS-LookupCheckNumber.
    MOVE 'N' TO WS-ReissueAllowed.
    OPEN I-O CheckRegisterFile.
    IF WS-CheckRegisterStatus NOT = '00'
        DISPLAY 'No check register on file.'
    ELSE
        MOVE WS-LookupCheckNumber TO CheckNumber
        READ CheckRegisterFile
            INVALID KEY
                DISPLAY 'Check not found.'
            NOT INVALID KEY
                PERFORM CHECK-REISSUE-ALLOWED
        END-READ
        CLOSE CheckRegisterFile
    END-IF.
    IF WS-ReissueAllowed = 'Y'
        CALL 'IssueCheck' USING WS-OldLoanID WS-OldAmount WS-NewPayee
            WS-OldSource WS-OldSourceRef WS-TodayDate
            WS-NewCheckNumber
        IF WS-NewCheckNumber NOT = ZERO
            PERFORM LINK-REISSUED-CHECKS
        END-IF
    END-IF.

CHECK-REISSUE-ALLOWED.
    EVALUATE TRUE
        WHEN CheckCleared
            DISPLAY 'Check was paid on ' CheckClearedDate
                '; it cannot be reissued.'
        WHEN CheckReissuedAs NOT = ZERO
            DISPLAY 'Check was already reissued as ' CheckReissuedAs '.'
        WHEN CheckVoided AND (CheckFromEscrow OR CheckFromDealer)
            DISPLAY 'Voided ' CheckSource ' checks have had their funds'
            DISPLAY 'returned; write a new disbursement instead.'
        WHEN CheckVoided AND CheckVoidError
            DISPLAY 'Check was voided as written in error and cannot'
            DISPLAY 'be reissued.'
        WHEN OTHER
            PERFORM SHOW-CHECK
            IF CheckOutstanding
                PERFORM ACCEPT-REISSUE-REASON
                PERFORM MARK-CHECK-VOIDED
            END-IF
            MOVE CheckLoanID TO WS-OldLoanID
            MOVE CheckAmount TO WS-OldAmount
            MOVE CheckPayee TO WS-OldPayee
            MOVE CheckSource TO WS-OldSource
            MOVE CheckSourceRef TO WS-OldSourceRef
            DISPLAY 'Enter New Payee Name (blank to keep '
                WS-OldPayee '): '
            ACCEPT WS-NewPayee
            IF WS-NewPayee = SPACES
                MOVE WS-OldPayee TO WS-NewPayee
            END-IF
            MOVE 'Y' TO WS-ReissueAllowed
    END-EVALUATE.

*> a check written in error is voided, not reissued
ACCEPT-REISSUE-REASON.
    DISPLAY 'Enter Void Reason (STAL stale, LOST, UNCL unclaimed): '.
    ACCEPT WS-VoidReason.
    MOVE WS-VoidReason TO CheckVoidReason.
    PERFORM UNTIL CheckVoidReasonValid AND NOT CheckVoidError
        DISPLAY 'Invalid input. Enter STAL, LOST or UNCL: '
        ACCEPT WS-VoidReason
        MOVE WS-VoidReason TO CheckVoidReason
    END-PERFORM.

LINK-REISSUED-CHECKS.
    OPEN I-O CheckRegisterFile.
    MOVE WS-LookupCheckNumber TO CheckNumber.
    READ CheckRegisterFile
        NOT INVALID KEY
            MOVE WS-NewCheckNumber TO CheckReissuedAs
            REWRITE CheckRegisterRecord
    END-READ.
    MOVE WS-NewCheckNumber TO CheckNumber.
    READ CheckRegisterFile
        NOT INVALID KEY
            MOVE WS-LookupCheckNumber TO CheckReissueOf
            REWRITE CheckRegisterRecord
    END-READ.
    CLOSE CheckRegisterFile.
    DISPLAY 'Check ' WS-LookupCheckNumber ' reissued as check '
        WS-NewCheckNumber '.'.

DISPLAY-CHECKS.
    DISPLAY 'Enter Check Number (0 to list checks for a loan): '.
    ACCEPT WS-LookupCheckNumber.
    MOVE ZERO TO WS-ChecksShown.
    OPEN INPUT CheckRegisterFile.
    IF WS-CheckRegisterStatus NOT = '00'
        DISPLAY 'No check register on file.'
    ELSE
        IF WS-LookupCheckNumber NOT = ZERO
            MOVE WS-LookupCheckNumber TO CheckNumber
            READ CheckRegisterFile
                INVALID KEY
                    DISPLAY 'Check not found.'
                NOT INVALID KEY
                    PERFORM SHOW-CHECK
            END-READ
        ELSE
            PERFORM LIST-LOAN-CHECKS
        END-IF
        CLOSE CheckRegisterFile
    END-IF.

LIST-LOAN-CHECKS.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT WS-LookupLoanID.
    MOVE 'N' TO WS-RegisterEOF.
    MOVE WS-LookupLoanID TO CheckLoanID.
    START CheckRegisterFile KEY IS EQUAL TO CheckLoanID
        INVALID KEY
            MOVE 'Y' TO WS-RegisterEOF
    END-START.
    PERFORM UNTIL WS-RegisterEOF = 'Y'
        READ CheckRegisterFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-RegisterEOF
            NOT AT END
                IF CheckLoanID NOT = WS-LookupLoanID
                    MOVE 'Y' TO WS-RegisterEOF
                ELSE
                    PERFORM SHOW-CHECK
                    ADD 1 TO WS-ChecksShown
                END-IF
    END-PERFORM.
    IF WS-ChecksShown = ZERO
        DISPLAY 'No checks on the register for this Loan ID.'
    END-IF.

SHOW-CHECK.
    DISPLAY 'Check ' CheckNumber ' [' CheckStatus '] ' CheckSource
        ' ' CheckSourceRef ' Loan ' CheckLoanID.
    DISPLAY '    Issued ' CheckIssueDate ' to ' CheckPayee
        ' for ' CheckAmount.
    IF CheckPosPayDate NOT = ZERO
        DISPLAY '    Sent on positive pay ' CheckPosPayDate
    END-IF.
    IF CheckCleared
        DISPLAY '    Paid ' CheckClearedDate ' for ' CheckPaidAmount
        IF CheckAmountMismatch
            DISPLAY '    ** PAID AMOUNT DOES NOT MATCH CHECK **'
        END-IF
    END-IF.
    IF CheckVoided
        DISPLAY '    Voided ' CheckVoidDate ' by ' CheckVoidBy
            ' reason ' CheckVoidReason
    END-IF.
    IF CheckReissuedAs NOT = ZERO
        DISPLAY '    Reissued as check ' CheckReissuedAs
    END-IF.
    IF CheckReissueOf NOT = ZERO
        DISPLAY '    Reissue of check ' CheckReissueOf
    END-IF.
