IDENTIFICATION DIVISION.
PROGRAM-ID. GenerateLoanTranscript.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY LNSEL.
    COPY RPSEL.
    COPY THSEL.
    COPY LHSEL.
    COPY FDSEL.
    COPY LFSEL.
    COPY EDSEL.
    COPY NTSEL.
    SELECT TranscriptFile ASSIGN TO WS-TranscriptFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LoanFile.
    COPY LNREC.

FD  RepaymentFile.
    COPY RPREC.

FD  TransactionHistoryFile.
    COPY THREC.

FD  LoanHistoryFile.
    COPY LHREC.

FD  FeeDetailFile.
    COPY FDREC.

FD  LateFeeFile.
    COPY LFREC.

FD  EscrowDisbursementFile.
    COPY EDREC.

FD  LoanNoteFile.
    COPY NTREC.

FD  TranscriptFile.
01  TranscriptLine PIC X(132).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-LoanFileStatus         PIC X(02).
01 WS-RepayFileStatus        PIC X(02).
01 WS-TransHistoryStatus     PIC X(02).
01 WS-LoanHistoryFileStatus  PIC X(02).
01 WS-FeeDetailFileStatus    PIC X(02).
01 WS-LateFeeFileStatus      PIC X(02).
01 WS-EscrowDisbFileStatus   PIC X(02).
01 WS-LoanNoteFileStatus     PIC X(02).
01 WS-TranscriptFileName     PIC X(50).
01 WS-TodayDate              PIC 9(8).
01 WS-LoanID                 PIC 9(7).
01 WS-FromDate               PIC 9(8).
01 WS-ThroughDate            PIC 9(8).
01 WS-BranchAllowed          PIC X VALUE 'Y'.
01 WS-Certified              PIC X VALUE 'N'.
01 WS-RequestedBy            PIC X(30).
01 WS-RequestReference       PIC X(30).
01 WS-BorrowerName           PIC X(30).
01 WS-LoanAmount             PIC 9(9)V99.
01 WS-OriginationDate        PIC 9(8).
01 WS-LoanStatus             PIC X(11).
01 WS-InterestRate           PIC 9(2)V99.

*> each event found for the loan, in any source file, is collected
*> here and put into date and time order before printing. Events
*> before the from-date are not kept; they roll into the balances
*> brought forward
01 WS-MaxEvents              PIC 9(5) VALUE 3000.
01 WS-EventCount             PIC 9(5) VALUE ZERO.
01 WS-EventsDropped          PIC 9(5) VALUE ZERO.
01 WS-NextSeq                PIC 9(5) VALUE ZERO.
01 WS-Idx                    PIC 9(5) VALUE ZERO.
01 WS-Jdx                    PIC 9(5) VALUE ZERO.
01 WS-Swapped                PIC X VALUE 'N'.
01 WS-EventTable.
    05 WS-Event OCCURS 3000 TIMES.
        10 WS-EvtKey.
            15 WS-EvtDate       PIC 9(8).
            15 WS-EvtTime       PIC 9(8).
            15 WS-EvtSeq        PIC 9(5).
        10 WS-EvtType           PIC X(12).
        10 WS-EvtMonetary       PIC X(01).
        10 WS-EvtAmount         PIC 9(11)V99.
        10 WS-EvtPrinDelta      PIC S9(11)V99.
        10 WS-EvtIntDelta       PIC S9(11)V99.
        10 WS-EvtFeeDelta       PIC S9(11)V99.
        10 WS-EvtEscDelta       PIC S9(11)V99.
        10 WS-EvtDetail         PIC X(60).
01 WS-SwapEvent              PIC X(159).

01 WS-NewDate                PIC 9(8).
01 WS-NewTime                PIC 9(8).
01 WS-NewType                PIC X(12).
01 WS-NewMonetary            PIC X(01).
01 WS-NewAmount              PIC 9(11)V99.
01 WS-NewPrinDelta           PIC S9(11)V99.
01 WS-NewIntDelta            PIC S9(11)V99.
01 WS-NewFeeDelta            PIC S9(11)V99.
01 WS-NewEscDelta            PIC S9(11)V99.
01 WS-NewDetail              PIC X(60).

01 WS-OpenPrincipal          PIC S9(11)V99 VALUE ZERO.
01 WS-OpenInterest           PIC S9(11)V99 VALUE ZERO.
01 WS-OpenFees               PIC S9(11)V99 VALUE ZERO.
01 WS-OpenEscrow             PIC S9(11)V99 VALUE ZERO.
01 WS-RunPrincipal           PIC S9(11)V99 VALUE ZERO.
01 WS-RunInterest            PIC S9(11)V99 VALUE ZERO.
01 WS-RunFees                PIC S9(11)V99 VALUE ZERO.
01 WS-RunEscrow              PIC S9(11)V99 VALUE ZERO.

01 WS-EditAmount             PIC ZZZ,ZZZ,ZZ9.99.
01 WS-EditPrincipal          PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-EditInterest           PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-EditFees               PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-EditEscrow             PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-EditRate               PIC Z9.99.
01 WS-EditOldRate            PIC Z9.99.
01 WS-EditOldTerm            PIC ZZ9.
01 WS-EditNewTerm            PIC ZZ9.
01 WS-EditDays               PIC ZZZZ9.
01 WS-EditNSFFee             PIC ZZ,ZZ9.99.
01 WS-RateWork               PIC 9(2)V99.
01 WS-BalanceLabel           PIC X(12).

*> the transcript is laid out twice: a counting pass to learn the
*> page total, so every page can be numbered "n OF m" for court use,
*> and the pass that writes the file
01 WS-CountingPass           PIC X VALUE 'N'.
01 WS-TranscriptLineOut      PIC X(132).
01 WS-PageNumber             PIC 9(5) VALUE ZERO.
01 WS-TotalPages             PIC 9(5) VALUE ZERO.
01 WS-LinesOnPage            PIC 9(3) VALUE ZERO.
01 WS-LinesPerPage           PIC 9(3) VALUE 55.
01 WS-CertificationLines     PIC 9(3) VALUE 9.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> one chronological account history for an attorney, regulator or
*> borrower: every monetary event from repayments, transaction
*> history, fees, late fees and escrow disbursements with running
*> principal, interest, fee and escrow balances, alongside the
*> modifications, rate and status changes and account notes. Payments,
*> late fees and fee assessments are taken from their own files, so
*> their transaction-history entries are not listed a second time
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    MOVE ZERO TO WS-EventCount.
    MOVE ZERO TO WS-EventsDropped.
    MOVE ZERO TO WS-NextSeq.
    MOVE ZERO TO WS-OpenPrincipal.
    MOVE ZERO TO WS-OpenInterest.
    MOVE ZERO TO WS-OpenFees.
    MOVE ZERO TO WS-OpenEscrow.
    MOVE SPACES TO WS-RequestedBy.
    MOVE SPACES TO WS-RequestReference.

    DISPLAY 'Enter Loan ID for transcript: '.
    ACCEPT WS-LoanID.
    OPEN INPUT LoanFile.
    MOVE WS-LoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found.'
            CLOSE LoanFile
            GOBACK
    END-READ.
    CALL 'CheckBranchEntitlement' USING LS-UserID
        LoanID OF LoanRecord BranchCode OF LoanRecord
        LoanOfficerID OF LoanRecord
        LoanCompanyCode OF LoanRecord WS-BranchAllowed.
    IF WS-BranchAllowed = 'N'
        DISPLAY 'Access denied: this loan belongs to another branch.'
        CLOSE LoanFile
        GOBACK
    END-IF.
    MOVE BorrowerName OF LoanRecord TO WS-BorrowerName.
    MOVE LoanAmount OF LoanRecord TO WS-LoanAmount.
    MOVE LoanOriginationDate OF LoanRecord TO WS-OriginationDate.
    MOVE LoanStatus OF LoanRecord TO WS-LoanStatus.
    MOVE InterestRate OF LoanRecord TO WS-InterestRate.
    CLOSE LoanFile.

    DISPLAY 'Enter From Date (YYYYMMDD, 0 for origination): '.
    ACCEPT WS-FromDate.
    PERFORM UNTIL WS-FromDate NUMERIC
        DISPLAY 'Invalid input. Enter numeric From Date (YYYYMMDD): '
        ACCEPT WS-FromDate
    END-PERFORM.
    DISPLAY 'Enter Through Date (YYYYMMDD, 0 for today): '.
    ACCEPT WS-ThroughDate.
    PERFORM UNTIL WS-ThroughDate NUMERIC
        DISPLAY 'Invalid input. Enter numeric Through Date (YYYYMMDD): '
        ACCEPT WS-ThroughDate
    END-PERFORM.
    IF WS-ThroughDate = ZERO
        MOVE WS-TodayDate TO WS-ThroughDate
    END-IF.
    IF WS-FromDate > WS-ThroughDate
        DISPLAY 'From Date is after Through Date. No transcript produced.'
        GOBACK
    END-IF.

    DISPLAY 'Produce a certified copy? (Y/N): '.
    ACCEPT WS-Certified.
    IF WS-Certified = 'y'
        MOVE 'Y' TO WS-Certified
    END-IF.
    IF WS-Certified = 'Y'
        DISPLAY 'Requested By (attorney, agency or borrower): '
        ACCEPT WS-RequestedBy
        DISPLAY 'Case or Request Reference: '
        ACCEPT WS-RequestReference
    END-IF.

    PERFORM COLLECT-ORIGINATION.
    PERFORM COLLECT-LOAN-HISTORY.
    PERFORM COLLECT-FEE-DETAILS.
    PERFORM COLLECT-LATE-FEES.
    PERFORM COLLECT-REPAYMENTS.
    PERFORM COLLECT-TRANSACTION-HISTORY.
    PERFORM COLLECT-ESCROW-DISBURSEMENTS.
    PERFORM COLLECT-LOAN-NOTES.
    PERFORM SORT-EVENTS.

    MOVE 'Y' TO WS-CountingPass.
    PERFORM PRINT-TRANSCRIPT.
    MOVE WS-PageNumber TO WS-TotalPages.

    MOVE 'N' TO WS-CountingPass.
    MOVE SPACES TO WS-TranscriptFileName.
    STRING 'loan-transcript-' WS-LoanID '-' WS-TodayDate '.rpt'
        DELIMITED BY SIZE INTO WS-TranscriptFileName.
    OPEN OUTPUT TranscriptFile.
    PERFORM PRINT-TRANSCRIPT.
    CLOSE TranscriptFile.

    DISPLAY 'Events listed: ' WS-EventCount.
    IF WS-EventsDropped > ZERO
        DISPLAY WS-EventsDropped ' event(s) did not fit; narrow the'
        DISPLAY 'date range and run the transcript in parts.'
    END-IF.
    DISPLAY 'Transcript of ' WS-TotalPages ' page(s) written to '
        WS-TranscriptFileName.
    GOBACK.

*> every new event passes through here: before the range it only
*> moves the balances brought forward, after the range it is ignored
ADD-EVENT.
    ADD 1 TO WS-NextSeq.
    EVALUATE TRUE
        WHEN WS-NewDate < WS-FromDate
            ADD WS-NewPrinDelta TO WS-OpenPrincipal
            ADD WS-NewIntDelta TO WS-OpenInterest
            ADD WS-NewFeeDelta TO WS-OpenFees
            ADD WS-NewEscDelta TO WS-OpenEscrow
        WHEN WS-NewDate > WS-ThroughDate
            CONTINUE
        WHEN WS-EventCount NOT LESS THAN WS-MaxEvents
            ADD 1 TO WS-EventsDropped
        WHEN OTHER
            ADD 1 TO WS-EventCount
            MOVE WS-NewDate TO WS-EvtDate(WS-EventCount)
            MOVE WS-NewTime TO WS-EvtTime(WS-EventCount)
            MOVE WS-NextSeq TO WS-EvtSeq(WS-EventCount)
            MOVE WS-NewType TO WS-EvtType(WS-EventCount)
            MOVE WS-NewMonetary TO WS-EvtMonetary(WS-EventCount)
            MOVE WS-NewAmount TO WS-EvtAmount(WS-EventCount)
            MOVE WS-NewPrinDelta TO WS-EvtPrinDelta(WS-EventCount)
            MOVE WS-NewIntDelta TO WS-EvtIntDelta(WS-EventCount)
            MOVE WS-NewFeeDelta TO WS-EvtFeeDelta(WS-EventCount)
            MOVE WS-NewEscDelta TO WS-EvtEscDelta(WS-EventCount)
            MOVE WS-NewDetail TO WS-EvtDetail(WS-EventCount)
    END-EVALUATE.

CLEAR-NEW-EVENT.
    MOVE ZERO TO WS-NewTime.
    MOVE 'Y' TO WS-NewMonetary.
    MOVE ZERO TO WS-NewAmount.
    MOVE ZERO TO WS-NewPrinDelta.
    MOVE ZERO TO WS-NewIntDelta.
    MOVE ZERO TO WS-NewFeeDelta.
    MOVE ZERO TO WS-NewEscDelta.
    MOVE SPACES TO WS-NewDetail.

COLLECT-ORIGINATION.
    PERFORM CLEAR-NEW-EVENT.
    MOVE WS-OriginationDate TO WS-NewDate.
    MOVE 'ORIGINATION' TO WS-NewType.
    MOVE WS-LoanAmount TO WS-NewAmount.
    MOVE WS-LoanAmount TO WS-NewPrinDelta.
    MOVE 'LOAN BOOKED' TO WS-NewDetail.
    PERFORM ADD-EVENT.

*> term changes only; a rate change is listed from the transaction
*> history, which carries every rate change including index resets
COLLECT-LOAN-HISTORY.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanHistoryFile.
    IF WS-LoanHistoryFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LoanHistoryFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LHLoanID = WS-LoanID
                            AND LHModificationReason NOT = 'RATE-CHANGE'
                        PERFORM ADD-MODIFICATION-EVENT
                    END-IF
        END-PERFORM
        CLOSE LoanHistoryFile
    END-IF.

ADD-MODIFICATION-EVENT.
    PERFORM CLEAR-NEW-EVENT.
    MOVE LHModificationDate TO WS-NewDate.
    MOVE 'MODIFICATION' TO WS-NewType.
    MOVE 'N' TO WS-NewMonetary.
    MOVE LHOldInterestRate TO WS-EditOldRate.
    MOVE LHNewInterestRate TO WS-EditRate.
    MOVE LHOldLoanTerm TO WS-EditOldTerm.
    MOVE LHNewLoanTerm TO WS-EditNewTerm.
    STRING LHModificationReason DELIMITED BY SIZE
        ' RATE ' DELIMITED BY SIZE
        WS-EditOldRate DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        WS-EditRate DELIMITED BY SIZE
        ' TERM ' DELIMITED BY SIZE
        WS-EditOldTerm DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        WS-EditNewTerm DELIMITED BY SIZE
        INTO WS-NewDetail.
    PERFORM ADD-EVENT.

*> late fees are listed from the late-fee file, which carries the
*> installment and days late
COLLECT-FEE-DETAILS.
    MOVE 'N' TO EOF.
    OPEN INPUT FeeDetailFile.
    IF WS-FeeDetailFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ FeeDetailFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF FeeDetailLoanID = WS-LoanID
                            AND FeeDetailCode NOT = 'LATE'
                        PERFORM CLEAR-NEW-EVENT
                        MOVE FeeDetailDate TO WS-NewDate
                        MOVE 'FEE-ASSESS' TO WS-NewType
                        MOVE FeeDetailAmount TO WS-NewAmount
                        MOVE FeeDetailAmount TO WS-NewFeeDelta
                        STRING 'FEE CODE ' FeeDetailCode
                            DELIMITED BY SIZE INTO WS-NewDetail
                        PERFORM ADD-EVENT
                    END-IF
        END-PERFORM
        CLOSE FeeDetailFile
    END-IF.

COLLECT-LATE-FEES.
    MOVE 'N' TO EOF.
    OPEN INPUT LateFeeFile.
    IF WS-LateFeeFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LateFeeFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LateFeeLoanID = WS-LoanID
                        PERFORM CLEAR-NEW-EVENT
                        MOVE LateFeeAssessDate TO WS-NewDate
                        MOVE 'LATE-FEE' TO WS-NewType
                        MOVE LateFeeAmount TO WS-NewAmount
                        MOVE LateFeeAmount TO WS-NewFeeDelta
                        MOVE LateFeeDaysLate TO WS-EditDays
                        STRING 'INSTALLMENT DUE ' LateFeeDueDate ' '
                            WS-EditDays ' DAYS LATE'
                            DELIMITED BY SIZE INTO WS-NewDetail
                        PERFORM ADD-EVENT
                    END-IF
        END-PERFORM
        CLOSE LateFeeFile
    END-IF.

*> a payment is listed on its effective date with its waterfall split;
*> a returned or transferred payment is listed again on the day it
*> came back off the loan, with the split reversed
COLLECT-REPAYMENTS.
    MOVE 'N' TO EOF.
    OPEN INPUT RepaymentFile.
    IF WS-RepayFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ RepaymentFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF LoanID OF RepaymentRecord = WS-LoanID
                        PERFORM ADD-REPAYMENT-EVENT
                        IF (PaymentStatusNSF OR PaymentStatusTransferred)
                                AND ReversalDate > ZERO
                            PERFORM ADD-REPAYMENT-REVERSAL-EVENT
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE RepaymentFile
    END-IF.

ADD-REPAYMENT-EVENT.
    PERFORM CLEAR-NEW-EVENT.
    MOVE PaymentDate TO WS-NewDate.
    IF TransferFromRepaymentID > ZERO
        MOVE 'PMT-XFER-IN' TO WS-NewType
    ELSE
        MOVE 'PAYMENT' TO WS-NewType
    END-IF.
    MOVE AmountPaid TO WS-NewAmount.
    COMPUTE WS-NewPrinDelta = 0 - PrincipalPortion OF RepaymentRecord.
    COMPUTE WS-NewIntDelta = 0 - InterestPortion OF RepaymentRecord.
    COMPUTE WS-NewFeeDelta = 0 - FeePortion OF RepaymentRecord.
    MOVE EscrowPortion OF RepaymentRecord TO WS-NewEscDelta.
    IF TransferFromRepaymentID > ZERO
        STRING 'REPAYMENT ' RepaymentID ' RECEIPT ' ReceiptNumber
            ' FROM REPAYMENT ' TransferFromRepaymentID
            DELIMITED BY SIZE INTO WS-NewDetail
    ELSE
        STRING 'REPAYMENT ' RepaymentID ' RECEIPT ' ReceiptNumber
            ' ' TenderType
            DELIMITED BY SIZE INTO WS-NewDetail
    END-IF.
    PERFORM ADD-EVENT.

ADD-REPAYMENT-REVERSAL-EVENT.
    PERFORM CLEAR-NEW-EVENT.
    MOVE ReversalDate TO WS-NewDate.
    MOVE AmountPaid TO WS-NewAmount.
    MOVE PrincipalPortion OF RepaymentRecord TO WS-NewPrinDelta.
    MOVE InterestPortion OF RepaymentRecord TO WS-NewIntDelta.
    COMPUTE WS-NewEscDelta = 0 - EscrowPortion OF RepaymentRecord.
    IF PaymentStatusTransferred
        MOVE 'PMT-XFER-OUT' TO WS-NewType
        MOVE FeePortion OF RepaymentRecord TO WS-NewFeeDelta
        STRING 'REPAYMENT ' RepaymentID ' MOVED AS REPAYMENT '
            TransferToRepaymentID
            DELIMITED BY SIZE INTO WS-NewDetail
    ELSE
        MOVE 'NSF-REVERSAL' TO WS-NewType
        COMPUTE WS-NewFeeDelta = FeePortion OF RepaymentRecord
            + NSFFeeAmount
        MOVE NSFFeeAmount TO WS-EditNSFFee
        STRING 'REPAYMENT ' RepaymentID ' RETURNED, NSF FEE '
            WS-EditNSFFee
            DELIMITED BY SIZE INTO WS-NewDetail
    END-IF.
    PERFORM ADD-EVENT.

*> accruals, waivers, escrow interest, draws, rate changes and the
*> status events (charge-off, non-accrual, sale and the like). Entries
*> already listed from their own files are passed over
COLLECT-TRANSACTION-HISTORY.
    MOVE 'N' TO EOF.
    OPEN INPUT TransactionHistoryFile.
    IF WS-TransHistoryStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ TransactionHistoryFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF THLoanID = WS-LoanID
                        EVALUATE TRUE
                            WHEN THTypePayment
                            WHEN THTypeNSFReversal
                            WHEN THTypeLateFee
                            WHEN THTypeFeeAssess
                            WHEN THTypePmtXferOut
                            WHEN THTypePmtXferIn
                                CONTINUE
                            WHEN OTHER
                                PERFORM ADD-HISTORY-EVENT
                        END-EVALUATE
                    END-IF
        END-PERFORM
        CLOSE TransactionHistoryFile
    END-IF.

ADD-HISTORY-EVENT.
    PERFORM CLEAR-NEW-EVENT.
    MOVE THDate TO WS-NewDate.
    MOVE THTime TO WS-NewTime.
    MOVE THType TO WS-NewType.
    MOVE THAmount TO WS-NewAmount.
    EVALUATE TRUE
        WHEN THTypeIntAccrual
            MOVE THAmount TO WS-NewIntDelta
            MOVE 'INTEREST ACCRUED' TO WS-NewDetail
        WHEN THTypeWaiver
            COMPUTE WS-NewFeeDelta = 0 - THAmount
            MOVE 'FEE WAIVED' TO WS-NewDetail
        WHEN THTypeEscrowInt
            MOVE THAmount TO WS-NewEscDelta
            MOVE 'INTEREST CREDITED TO ESCROW' TO WS-NewDetail
        WHEN THTypeRateChange
            MOVE 'N' TO WS-NewMonetary
            MOVE ZERO TO WS-NewAmount
            MOVE THAmount TO WS-RateWork
            MOVE WS-RateWork TO WS-EditRate
            STRING 'INTEREST RATE CHANGED TO ' WS-EditRate
                DELIMITED BY SIZE INTO WS-NewDetail
        WHEN THTypeIntRecalc
            MOVE 'N' TO WS-NewMonetary
            MOVE 'INTEREST RECALCULATED FOR AN EFFECTIVE-DATED PAYMENT'
                TO WS-NewDetail
        WHEN THTypeNonAccrual
        WHEN THTypeReAccrual
            MOVE 'N' TO WS-NewMonetary
            MOVE ZERO TO WS-NewAmount
            STRING 'STATUS CHANGE BY ' THProgram
                DELIMITED BY SIZE INTO WS-NewDetail
        WHEN OTHER
            COMPUTE WS-NewPrinDelta = THBalanceAfter - THBalanceBefore
            STRING 'POSTED BY ' THProgram
                DELIMITED BY SIZE INTO WS-NewDetail
    END-EVALUATE.
    PERFORM ADD-EVENT.

COLLECT-ESCROW-DISBURSEMENTS.
    MOVE 'N' TO EOF.
    OPEN INPUT EscrowDisbursementFile.
    IF WS-EscrowDisbFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ EscrowDisbursementFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF EscrowDisbLoanID = WS-LoanID
                        PERFORM CLEAR-NEW-EVENT
                        MOVE EscrowDisbDate TO WS-NewDate
                        MOVE 'ESCROW-DISB' TO WS-NewType
                        MOVE EscrowDisbAmount TO WS-NewAmount
                        COMPUTE WS-NewEscDelta = 0 - EscrowDisbAmount
                        STRING EscrowDisbType ' PAID TO ' EscrowDisbPayee
                            DELIMITED BY SIZE INTO WS-NewDetail
                        PERFORM ADD-EVENT
                    END-IF
        END-PERFORM
        CLOSE EscrowDisbursementFile
    END-IF.

COLLECT-LOAN-NOTES.
    MOVE 'N' TO EOF.
    OPEN INPUT LoanNoteFile.
    IF WS-LoanNoteFileStatus = '00'
        PERFORM UNTIL EOF = 'Y'
            READ LoanNoteFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF NoteLoanID = WS-LoanID
                        PERFORM CLEAR-NEW-EVENT
                        MOVE NoteDate TO WS-NewDate
                        MOVE NoteTime TO WS-NewTime
                        MOVE 'NOTE' TO WS-NewType
                        MOVE 'N' TO WS-NewMonetary
                        MOVE NoteText TO WS-NewDetail
                        PERFORM ADD-EVENT
                    END-IF
        END-PERFORM
        CLOSE LoanNoteFile
    END-IF.

*> date, then time, then the order found; the sources are mostly in
*> date order already, so passes stop as soon as one makes no swap
SORT-EVENTS.
    MOVE 'Y' TO WS-Swapped.
    PERFORM UNTIL WS-Swapped = 'N'
        MOVE 'N' TO WS-Swapped
        PERFORM VARYING WS-Jdx FROM 1 BY 1
                UNTIL WS-Jdx NOT LESS THAN WS-EventCount
            IF WS-EvtKey(WS-Jdx) > WS-EvtKey(WS-Jdx + 1)
                MOVE WS-Event(WS-Jdx) TO WS-SwapEvent
                MOVE WS-Event(WS-Jdx + 1) TO WS-Event(WS-Jdx)
                MOVE WS-SwapEvent TO WS-Event(WS-Jdx + 1)
                MOVE 'Y' TO WS-Swapped
            END-IF
        END-PERFORM
    END-PERFORM.

PRINT-TRANSCRIPT.
    MOVE ZERO TO WS-PageNumber.
    MOVE ZERO TO WS-LinesOnPage.
    MOVE WS-OpenPrincipal TO WS-RunPrincipal.
    MOVE WS-OpenInterest TO WS-RunInterest.
    MOVE WS-OpenFees TO WS-RunFees.
    MOVE WS-OpenEscrow TO WS-RunEscrow.

    PERFORM WRITE-TRANSCRIPT-HEADING.

    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'Date     Event        '
        '        Amount        Principal         Interest'
        '             Fees           Escrow'
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE ALL '-' TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.

    MOVE 'BROUGHT FWD' TO WS-BalanceLabel.
    PERFORM WRITE-BALANCE-LINE.

    PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > WS-EventCount
        PERFORM PRINT-ONE-EVENT
    END-PERFORM.

    MOVE ALL '-' TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE 'CLOSING' TO WS-BalanceLabel.
    PERFORM WRITE-BALANCE-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'Events listed: ' WS-EventCount
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    IF WS-EventsDropped > ZERO
        MOVE SPACES TO WS-TranscriptLineOut
        STRING 'INCOMPLETE: ' WS-EventsDropped
            ' further event(s) in this range are not listed.'
            DELIMITED BY SIZE INTO WS-TranscriptLineOut
        PERFORM WRITE-TRANSCRIPT-LINE
    END-IF.

    IF WS-Certified = 'Y'
        PERFORM WRITE-CERTIFICATION
    END-IF.
    MOVE SPACES TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING '*** END OF TRANSCRIPT - PAGE ' WS-PageNumber ' OF '
        WS-TotalPages ' ***'
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.

PRINT-ONE-EVENT.
    ADD WS-EvtPrinDelta(WS-Idx) TO WS-RunPrincipal.
    ADD WS-EvtIntDelta(WS-Idx) TO WS-RunInterest.
    ADD WS-EvtFeeDelta(WS-Idx) TO WS-RunFees.
    ADD WS-EvtEscDelta(WS-Idx) TO WS-RunEscrow.
    MOVE SPACES TO WS-TranscriptLineOut.
    IF WS-EvtMonetary(WS-Idx) = 'Y'
        MOVE WS-EvtAmount(WS-Idx) TO WS-EditAmount
        MOVE WS-RunPrincipal TO WS-EditPrincipal
        MOVE WS-RunInterest TO WS-EditInterest
        MOVE WS-RunFees TO WS-EditFees
        MOVE WS-RunEscrow TO WS-EditEscrow
        STRING WS-EvtDate(WS-Idx) ' ' WS-EvtType(WS-Idx) ' '
            WS-EditAmount '  ' WS-EditPrincipal '  ' WS-EditInterest
            '  ' WS-EditFees '  ' WS-EditEscrow
            DELIMITED BY SIZE INTO WS-TranscriptLineOut
        PERFORM WRITE-TRANSCRIPT-LINE
        IF WS-EvtDetail(WS-Idx) NOT = SPACES
            MOVE SPACES TO WS-TranscriptLineOut
            MOVE WS-EvtDetail(WS-Idx) TO WS-TranscriptLineOut(23:60)
            PERFORM WRITE-TRANSCRIPT-LINE
        END-IF
    ELSE
        STRING WS-EvtDate(WS-Idx) ' ' WS-EvtType(WS-Idx) ' '
            WS-EvtDetail(WS-Idx)
            DELIMITED BY SIZE INTO WS-TranscriptLineOut
        PERFORM WRITE-TRANSCRIPT-LINE
    END-IF.

WRITE-BALANCE-LINE.
    MOVE WS-RunPrincipal TO WS-EditPrincipal.
    MOVE WS-RunInterest TO WS-EditInterest.
    MOVE WS-RunFees TO WS-EditFees.
    MOVE WS-RunEscrow TO WS-EditEscrow.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING '         ' WS-BalanceLabel '                 '
        WS-EditPrincipal '  ' WS-EditInterest
        '  ' WS-EditFees '  ' WS-EditEscrow
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.

WRITE-TRANSCRIPT-HEADING.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'Borrower: ' WS-BorrowerName '   Loan Amount: '
        WS-LoanAmount '   Originated: ' WS-OriginationDate
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE WS-InterestRate TO WS-EditRate.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'Current Status: ' WS-LoanStatus '   Current Rate: '
        WS-EditRate '   Period: ' WS-FromDate ' THROUGH '
        WS-ThroughDate
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    IF WS-Certified = 'Y'
        MOVE SPACES TO WS-TranscriptLineOut
        STRING 'Requested By: ' WS-RequestedBy '   Reference: '
            WS-RequestReference
            DELIMITED BY SIZE INTO WS-TranscriptLineOut
        PERFORM WRITE-TRANSCRIPT-LINE
        MOVE SPACES TO WS-TranscriptLineOut
        STRING 'Prepared ' WS-TodayDate ' by ' LS-UserID
            DELIMITED BY SIZE INTO WS-TranscriptLineOut
        PERFORM WRITE-TRANSCRIPT-LINE
    END-IF.
    MOVE SPACES TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.

*> kept together on one page so the signature is never separated from
*> the statement it attests
WRITE-CERTIFICATION.
    IF WS-LinesOnPage + WS-CertificationLines > WS-LinesPerPage
        MOVE WS-LinesPerPage TO WS-LinesOnPage
    END-IF.
    MOVE SPACES TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE 'CERTIFICATION' TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'I certify that this transcript of ' WS-TotalPages
        ' page(s) is a true and complete copy of the account records'
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'of Loan ' WS-LoanID ' for the period shown, made and kept'
        ' in the regular course of business.'
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    STRING 'Certified By: ' LS-UserID '   Date: ' WS-TodayDate
        DELIMITED BY SIZE INTO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE SPACES TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.
    MOVE 'Signature: ______________________________' TO WS-TranscriptLineOut.
    PERFORM WRITE-TRANSCRIPT-LINE.

WRITE-TRANSCRIPT-LINE.
    IF WS-PageNumber = ZERO OR WS-LinesOnPage >= WS-LinesPerPage
        PERFORM WRITE-TRANSCRIPT-PAGE-HEADER
    END-IF.
    IF WS-CountingPass = 'N'
        MOVE WS-TranscriptLineOut TO TranscriptLine
        WRITE TranscriptLine
    END-IF.
    ADD 1 TO WS-LinesOnPage.

WRITE-TRANSCRIPT-PAGE-HEADER.
    ADD 1 TO WS-PageNumber.
    IF WS-CountingPass = 'N'
        MOVE SPACES TO TranscriptLine
        IF WS-Certified = 'Y'
            STRING 'CERTIFIED COPY - LIFE-OF-LOAN TRANSCRIPT   LOAN '
                WS-LoanID '   RUN DATE ' WS-TodayDate
                '   PAGE ' WS-PageNumber ' OF ' WS-TotalPages
                DELIMITED BY SIZE INTO TranscriptLine
        ELSE
            STRING 'LIFE-OF-LOAN TRANSCRIPT   LOAN '
                WS-LoanID '   RUN DATE ' WS-TodayDate
                '   PAGE ' WS-PageNumber ' OF ' WS-TotalPages
                DELIMITED BY SIZE INTO TranscriptLine
        END-IF
        WRITE TranscriptLine
        MOVE ALL '=' TO TranscriptLine
        WRITE TranscriptLine
    END-IF.
    MOVE 2 TO WS-LinesOnPage.
