    COPY RVSEL.
    COPY CASEL.
    COPY GASEL.
    COPY SPSEL.
    SELECT JournalFile ASSIGN TO WS-JournalFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CompanyJournalFile ASSIGN TO WS-CompanyJournalName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GLAdjustmentFile.
    COPY GAREC.

FD  SuspenseFile.
    COPY SPREC.

FD  JournalFile.
    COPY GJREC.

FD  CompanyJournalFile.
01  CompanyJournalLine PIC X(65).

WORKING-STORAGE SECTION.
01 EOF                      PIC X VALUE 'N'.
01 WS-RepayFileStatus       PIC X(02).
01 WS-RecoveryFileStatus    PIC X(02).
01 WS-ChartFileStatus       PIC X(02).
01 WS-GLAdjustmentStatus    PIC X(02).
01 WS-SuspenseFileStatus    PIC X(02).
01 WS-JournalFileName       PIC X(40).
01 WS-JournalDate           PIC 9(8).
01 WS-LoansReceivablePortion PIC 9(11)V99.
01 WS-CreditTotal           PIC 9(13)V99 VALUE ZERO.
01 WS-LinesWritten          PIC 9(7) VALUE ZERO.
01 WS-AccountMissing        PIC 9(5) VALUE ZERO.
01 WS-PriorPeriodCount      PIC 9(5) VALUE ZERO.
01 WS-WorkAccountCode       PIC X(10).
01 WS-WorkDebit             PIC 9(11)V99.
01 WS-WorkCredit            PIC 9(11)V99.
01 WS-WorkSource            PIC X(10).
01 WS-WorkReference         PIC 9(7).
01 WS-WorkLoanID            PIC 9(7).
01 WS-WorkCompany           PIC X(04).
01 WS-CompanyJournalName    PIC X(40).
01 WS-AccountFound          PIC X VALUE 'N'.
01 WS-CoIdx                 PIC 9(2).
01 WS-CoHit                 PIC 9(2).
01 WS-CoCount               PIC 9(2) VALUE ZERO.
01 WS-CoOverflow            PIC 9(7) VALUE ZERO.
01 WS-CoUnbalanced          PIC 9(2) VALUE ZERO.

*> companies journaled on one day, each with its own totals
01 WS-CoMax                 PIC 9(2) VALUE 20.
01 WS-CompanyTotals.
    05 WS-CoEntry OCCURS 20 TIMES.
        10 WS-CoCode        PIC X(04).
        10 WS-CoDebit       PIC 9(13)V99.
        10 WS-CoCredit      PIC 9(13)V99.
        10 WS-CoLines       PIC 9(7).

LINKAGE SECTION.
01 LS-JournalDate  PIC 9(8).
01 LS-LinesWritten PIC 9(7).

*> the nightly batch passes its business date; a zero date prompts,
*> for a journal rebuilt by hand. Every line is posted to the company
*> of its loan (the home company where there is none). The
*> consolidated journal carries every company; each company also gets
*> its own journal, gl-journal-<company>-<date>.dat, which must balance
*> on its own before it is released
PROCEDURE DIVISION USING LS-JournalDate LS-LinesWritten.
    MOVE ZERO TO WS-DebitTotal.
    MOVE ZERO TO WS-CreditTotal.
    MOVE ZERO TO WS-LinesWritten.
    MOVE ZERO TO WS-AccountMissing.
    MOVE ZERO TO LS-LinesWritten.
    MOVE ZERO TO WS-CoCount.
    MOVE ZERO TO WS-CoOverflow.
    MOVE ZERO TO WS-CoUnbalanced.
    IF LS-JournalDate = ZERO
        DISPLAY 'Enter Journal Date (YYYYMMDD): '
        ACCEPT WS-JournalDate
        PERFORM UNTIL WS-JournalDate NUMERIC AND WS-JournalDate > ZERO
            DISPLAY 'Invalid input. Enter numeric Journal Date (YYYYMMDD): '
            ACCEPT WS-JournalDate
        END-PERFORM
    ELSE
        MOVE LS-JournalDate TO WS-JournalDate
    END-IF.
    MOVE SPACES TO WS-JournalFileName.

    STRING 'gl-journal-' WS-JournalDate '.dat' DELIMITED BY SIZE
        INTO WS-JournalFileName.
    PERFORM JOURNAL-CHARGE-OFFS.
    PERFORM JOURNAL-RECOVERIES.
    PERFORM JOURNAL-ADJUSTMENTS.
    PERFORM JOURNAL-SUSPENSE.

    CLOSE JournalFile.
    PERFORM VARYING WS-CoIdx FROM 1 BY 1 UNTIL WS-CoIdx > WS-CoCount
        IF WS-CoCode(WS-CoIdx) NOT = SPACES
            PERFORM WRITE-COMPANY-JOURNAL
        END-IF
    END-PERFORM.

    DISPLAY '--- Daily Journal Summary for ' WS-JournalDate ' ---'.
    DISPLAY 'Journal lines written: ' WS-LinesWritten.
    DISPLAY 'Total debits:  ' WS-DebitTotal.
    DISPLAY 'Total credits: ' WS-CreditTotal.
    IF WS-PriorPeriodCount > ZERO
        DISPLAY WS-PriorPeriodCount ' prior-period adjustment(s) dated'
        DISPLAY 'into a closed month are carried in this journal.'
    END-IF.
    IF WS-AccountMissing > ZERO
        DISPLAY WS-AccountMissing ' journal line(s) reference an account'
        DISPLAY 'code missing from chart-of-accounts.dat. Add the accounts'
        DISPLAY 'before releasing the journal.'
    END-IF.
    IF WS-CoOverflow > ZERO
        DISPLAY WS-CoOverflow ' journal line(s) belong to companies past'
        DISPLAY 'the first ' WS-CoMax ' journaled today and are in the'
        DISPLAY 'consolidated journal only.'
    END-IF.
    IF WS-DebitTotal = WS-CreditTotal AND WS-AccountMissing = ZERO
            AND WS-CoUnbalanced = ZERO
        DISPLAY 'Journal is IN BALANCE. ' WS-JournalFileName
            ' may be released to accounting.'
    ELSE
            DISPLAY 'Journal is OUT OF BALANCE. Do NOT release '
                WS-JournalFileName ' until the difference is resolved.'
        END-IF
        IF WS-CoUnbalanced > ZERO
            DISPLAY WS-CoUnbalanced ' company journal(s) OUT OF BALANCE.'
                ' Do NOT release until resolved.'
        END-IF
    END-IF.
    MOVE WS-LinesWritten TO LS-LinesWritten.
    GOBACK.

*> a payment moved off a wrong loan keeps its original date on the
*> correct loan; its cash was journaled with the original, and the
*> move itself reaches the ledger through the adjustments file. A
*> backdated payment is journaled on the day it was posted, since the
*> journal for its effective date has already been released
JOURNAL-REPAYMENTS.
    MOVE 'N' TO EOF.
    OPEN INPUT RepaymentFile.
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF ((PaymentDate = WS-JournalDate
                                AND BackdatePostedDate = ZERO)
                            OR BackdatePostedDate = WS-JournalDate)
                            AND TransferFromRepaymentID = ZERO
                        PERFORM JOURNAL-ONE-PAYMENT
                    END-IF
                    IF PaymentStatusNSF
JOURNAL-ONE-PAYMENT.
    MOVE 'PAYMENT' TO WS-WorkSource.
    MOVE RepaymentID TO WS-WorkReference.
    MOVE LoanID OF RepaymentRecord TO WS-WorkLoanID.

    IF PrepaymentPenaltyAssessed OF RepaymentRecord > ZERO
        MOVE 'LOANS-RECV' TO WS-WorkAccountCode
JOURNAL-ONE-NSF-REVERSAL.
    MOVE 'NSF-RVRSL' TO WS-WorkSource.
    MOVE RepaymentID TO WS-WorkReference.
    MOVE LoanID OF RepaymentRecord TO WS-WorkLoanID.

    MOVE 'LOANS-RECV' TO WS-WorkAccountCode.
    COMPUTE WS-WorkDebit = AmountPaid
                    IF LateFeeAssessDate = WS-JournalDate
                        MOVE 'LATE-FEE' TO WS-WorkSource
                        MOVE LateFeeLoanID TO WS-WorkReference
                        MOVE LateFeeLoanID TO WS-WorkLoanID
                        MOVE 'LOANS-RECV' TO WS-WorkAccountCode
                        MOVE LateFeeAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                    IF GLRunDate = WS-JournalDate AND GLRecordDetail
                        MOVE 'INT-ACCR' TO WS-WorkSource
                        MOVE GLLoanID TO WS-WorkReference
                        MOVE GLLoanID TO WS-WorkLoanID
                        MOVE 'INT-RECV  ' TO WS-WorkAccountCode
                        MOVE GLInterestAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                    IF ChargeOffDate = WS-JournalDate
                        MOVE 'CHARGEOFF' TO WS-WorkSource
                        MOVE ChargeOffLoanID TO WS-WorkReference
                        MOVE ChargeOffLoanID TO WS-WorkLoanID
                        MOVE 'CHGOFF-EXP' TO WS-WorkAccountCode
                        MOVE ChargeOffBalance TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                    IF RecoveryDate = WS-JournalDate
                        MOVE 'RECOVERY' TO WS-WorkSource
                        MOVE RecoveryLoanID TO WS-WorkReference
                        MOVE RecoveryLoanID TO WS-WorkLoanID
                        MOVE 'CASH      ' TO WS-WorkAccountCode
                        MOVE RecoveryAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                    IF AdjDate = WS-JournalDate
                        MOVE AdjSource TO WS-WorkSource
                        MOVE AdjLoanID TO WS-WorkReference
                        MOVE AdjLoanID TO WS-WorkLoanID
                        MOVE AdjDebitAccount TO WS-WorkAccountCode
                        MOVE AdjAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                        MOVE ZERO TO WS-WorkDebit
                        MOVE AdjAmount TO WS-WorkCredit
                        PERFORM WRITE-JOURNAL-LINE
                        IF AdjPriorPeriod
                            ADD 1 TO WS-PriorPeriodCount
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE GLAdjustmentFile
    END-IF.

*> unidentified receipts are cash held in suspense until researched;
*> when an item is posted to a loan the payment journal records the
*> cash again, so the release reverses the receipt's cash leg, and a
*> refund pays the cash back out
JOURNAL-SUSPENSE.
    MOVE 'N' TO EOF.
    OPEN INPUT SuspenseFile.
    IF WS-SuspenseFileStatus NOT = '00'
        CONTINUE
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ SuspenseFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF SuspenseReceivedDate = WS-JournalDate
                        MOVE 'SUSP-RCPT' TO WS-WorkSource
                        MOVE SuspenseID TO WS-WorkReference
                        MOVE ZERO TO WS-WorkLoanID
                        MOVE 'CASH      ' TO WS-WorkAccountCode
                        MOVE SuspenseAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                        PERFORM WRITE-JOURNAL-LINE
                        MOVE 'SUSPENSE  ' TO WS-WorkAccountCode
                        MOVE ZERO TO WS-WorkDebit
                        MOVE SuspenseAmount TO WS-WorkCredit
                        PERFORM WRITE-JOURNAL-LINE
                    END-IF
                    IF SuspenseResolvedDate = WS-JournalDate
                            AND (SuspensePosted OR SuspenseRefunded)
                        MOVE 'SUSP-CLEAR' TO WS-WorkSource
                        MOVE SuspenseID TO WS-WorkReference
                        MOVE ZERO TO WS-WorkLoanID
                        MOVE 'SUSPENSE  ' TO WS-WorkAccountCode
                        MOVE SuspenseAmount TO WS-WorkDebit
                        MOVE ZERO TO WS-WorkCredit
                        PERFORM WRITE-JOURNAL-LINE
                        MOVE 'CASH      ' TO WS-WorkAccountCode
                        MOVE ZERO TO WS-WorkDebit
                        MOVE SuspenseAmount TO WS-WorkCredit
                        PERFORM WRITE-JOURNAL-LINE
                    END-IF
        END-PERFORM
        CLOSE SuspenseFile
    END-IF.

WRITE-JOURNAL-LINE.
    CALL 'GetLoanCompany' USING WS-WorkLoanID WS-WorkCompany.
    PERFORM CHECK-ACCOUNT-ON-CHART.
    MOVE WS-JournalDate    TO JournalDate.
    MOVE WS-WorkAccountCode TO JournalAccountCode.
    MOVE WS-WorkCredit     TO JournalCreditAmount.
    MOVE WS-WorkSource     TO JournalSource.
    MOVE WS-WorkReference  TO JournalReference.
    MOVE WS-WorkCompany    TO JournalCompanyCode.
    WRITE JournalRecord.
    ADD WS-WorkDebit  TO WS-DebitTotal.
    ADD WS-WorkCredit TO WS-CreditTotal.
    ADD 1 TO WS-LinesWritten.
    PERFORM ADD-TO-COMPANY-TOTALS.

ADD-TO-COMPANY-TOTALS.
    MOVE ZERO TO WS-CoHit.
    PERFORM VARYING WS-CoIdx FROM 1 BY 1 UNTIL WS-CoIdx > WS-CoCount
        IF WS-CoCode(WS-CoIdx) = WS-WorkCompany
            MOVE WS-CoIdx TO WS-CoHit
        END-IF
    END-PERFORM.
    IF WS-CoHit = ZERO
        IF WS-CoCount < WS-CoMax
            ADD 1 TO WS-CoCount
            MOVE WS-CoCount TO WS-CoHit
            MOVE WS-WorkCompany TO WS-CoCode(WS-CoHit)
            MOVE ZERO TO WS-CoDebit(WS-CoHit)
            MOVE ZERO TO WS-CoCredit(WS-CoHit)
            MOVE ZERO TO WS-CoLines(WS-CoHit)
        ELSE
            ADD 1 TO WS-CoOverflow
        END-IF
    END-IF.
    IF WS-CoHit > ZERO
        ADD WS-WorkDebit  TO WS-CoDebit(WS-CoHit)
        ADD WS-WorkCredit TO WS-CoCredit(WS-CoHit)
        ADD 1 TO WS-CoLines(WS-CoHit)
    END-IF.

*> an account set up for the line's company is used before one set
*> up for all companies
CHECK-ACCOUNT-ON-CHART.
    OPEN INPUT ChartOfAccountsFile.
    IF WS-ChartFileStatus = '00'
        MOVE 'N' TO WS-AccountFound
        MOVE WS-WorkCompany TO AccountCompanyCode
        MOVE WS-WorkAccountCode TO AccountCode
        READ ChartOfAccountsFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-AccountFound
        END-READ
        IF WS-AccountFound = 'N'
            MOVE SPACES TO AccountCompanyCode
            MOVE WS-WorkAccountCode TO AccountCode
            READ ChartOfAccountsFile
                INVALID KEY
                    ADD 1 TO WS-AccountMissing
                    DISPLAY 'Account ' WS-WorkAccountCode
                        ' is not on the chart of accounts for company '
                        WS-WorkCompany '.'
                NOT INVALID KEY
                    CONTINUE
            END-READ
        END-IF
        CLOSE ChartOfAccountsFile
    END-IF.

*> one company's lines copied from the consolidated journal
WRITE-COMPANY-JOURNAL.
    MOVE SPACES TO WS-CompanyJournalName.
    STRING 'gl-journal-' DELIMITED BY SIZE
        WS-CoCode(WS-CoIdx) DELIMITED BY SPACE
        '-' WS-JournalDate '.dat' DELIMITED BY SIZE
        INTO WS-CompanyJournalName.
    OPEN OUTPUT CompanyJournalFile.
    MOVE 'N' TO EOF.
    OPEN INPUT JournalFile.
    PERFORM UNTIL EOF = 'Y'
        READ JournalFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF JournalCompanyCode = WS-CoCode(WS-CoIdx)
                    MOVE JournalRecord TO CompanyJournalLine
                    WRITE CompanyJournalLine
                END-IF
    END-PERFORM.
    CLOSE JournalFile.
    CLOSE CompanyJournalFile.
    DISPLAY 'Company ' WS-CoCode(WS-CoIdx) ': lines '
        WS-CoLines(WS-CoIdx) ' debits ' WS-CoDebit(WS-CoIdx)
        ' credits ' WS-CoCredit(WS-CoIdx).
    IF WS-CoDebit(WS-CoIdx) = WS-CoCredit(WS-CoIdx)
        DISPLAY '  ' WS-CompanyJournalName ' is IN BALANCE.'
    ELSE
        DISPLAY '  ' WS-CompanyJournalName ' is OUT OF BALANCE.'
        ADD 1 TO WS-CoUnbalanced
    END-IF.
