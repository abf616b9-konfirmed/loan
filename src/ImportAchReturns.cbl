    COPY LNSEL.
    COPY RPSEL.
    COPY ESSEL.
    COPY SISEL.
    SELECT ExceptionFile ASSIGN TO WS-ExceptionFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FILE SECTION.
FD  AchReturnFile.
    COPY ARREC.
    COPY FHREC.

FD  LoanFile.
    COPY LNREC.
FD  EscrowFile.
    COPY ESREC.

FD  AutopayFile.
    COPY SIREC.

FD  ExceptionFile.
01  ExceptionLine PIC X(100).

01 WS-LoanFileStatus      PIC X(02).
01 WS-RepayFileStatus     PIC X(02).
01 WS-EscrowFileStatus    PIC X(02).
01 WS-AutopayFileStatus   PIC X(02).
01 WS-AutopayOpen         PIC X VALUE 'N'.
01 WS-DiscountAction      PIC X(06) VALUE 'REMOVE'.
01 WS-DiscountReason      PIC X(12) VALUE 'ACH-RETURNS'.
01 WS-ExceptionFileName   PIC X(40).
01 WS-RunDate             PIC 9(8).
01 WS-ReturnsReversed     PIC 9(7) VALUE ZERO.
01 WS-ReturnsRejected     PIC 9(7) VALUE ZERO.
01 WS-RejectReason        PIC X(40).
01 WS-InboundSource         PIC X(10) VALUE 'ACH-RETURN'.
01 WS-InboundFileName       PIC X(50) VALUE 'ach-returns.dat'.
01 WS-InboundProgram        PIC X(20) VALUE 'ImportAchReturns'.
01 WS-InboundFileID         PIC X(20).
01 WS-InboundCreationDate   PIC 9(8).
01 WS-InboundDetailCount    PIC 9(9).
01 WS-InboundDetailTotal    PIC 9(13)V99.
01 WS-InboundTrailerCount   PIC 9(9).
01 WS-InboundTrailerTotal   PIC 9(13)V99.
01 WS-InboundReason         PIC X(40).
01 WS-InboundAccepted       PIC X VALUE 'N'.
01 WS-InboundHeaderSeen     PIC X VALUE 'N'.
01 WS-InboundTrailerSeen    PIC X VALUE 'N'.
01 WS-MatchFound          PIC X VALUE 'N'.
01 WS-MatchRepaymentID    PIC 9(5) VALUE ZERO.
01 WS-MatchPaymentDate    PIC 9(8) VALUE ZERO.
01 WS-THBalanceBefore     PIC 9(11)V99.
01 WS-THBalanceAfter      PIC 9(11)V99.
01 WS-THProgram           PIC X(20).
01 WS-InstallmentCredit   PIC S9(9)V99 VALUE ZERO.
01 WS-CyclesMoved         PIC S9(3) VALUE ZERO.

*> configurable: the autopay rate discount is taken off a loan once
*> this many of its debits have come back returned while it was on
01 WS-DiscountReturnLimit PIC 9(3) VALUE 2.

LINKAGE SECTION.
01 LS-ReturnsReversed PIC 9(7).
        GOBACK
    END-IF.

    PERFORM CHECK-FILE-CONTROLS.
    IF WS-InboundAccepted = 'N'
        DISPLAY 'ACH return file ' WS-InboundFileID ' rejected: '
            WS-InboundReason
        GOBACK
    END-IF.
    OPEN INPUT AchReturnFile.

    STRING 'ach-return-exceptions-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ExceptionFileName.
    OPEN OUTPUT ExceptionFile.

    OPEN I-O LoanFile.
    OPEN I-O RepaymentFile.
    MOVE 'N' TO WS-AutopayOpen.
    OPEN I-O AutopayFile.
    IF WS-AutopayFileStatus = '00'
        MOVE 'Y' TO WS-AutopayOpen
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ AchReturnFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF NOT InboundHeader AND NOT InboundTrailer
                    PERFORM PROCESS-ACH-RETURN
                END-IF
    END-PERFORM.

    CLOSE AchReturnFile.
    CLOSE LoanFile.
    CLOSE RepaymentFile.
    IF WS-AutopayOpen = 'Y'
        CLOSE AutopayFile
    END-IF.
    CLOSE ExceptionFile.

    MOVE WS-ReturnsReversed TO LS-ReturnsReversed.
            IF LoanStatusPaidOff OF LoanRecord
                SET LoanStatusActive OF LoanRecord TO TRUE
            END-IF
            COMPUTE WS-InstallmentCredit =
                (EscrowPortion OF RepaymentRecord
                + InterestPortion OF RepaymentRecord
                + PrincipalPortion OF RepaymentRecord) * -1
            CALL 'ApplyInstallmentCredit' USING LoanRecord
                WS-InstallmentCredit WS-CyclesMoved
            PERFORM COUNT-AUTOPAY-RETURN
            REWRITE LoanRecord

            SET PaymentStatusNSF TO TRUE
                '; repayment ' WS-MatchRepaymentID ' reversed.'
    END-READ.

*> each return counts against the loan's autopay instruction; at the
*> limit the rate discount comes off the loan record before it is
*> rewritten
COUNT-AUTOPAY-RETURN.
    IF WS-AutopayOpen = 'Y'
        MOVE LoanID OF LoanRecord TO AutopayLoanID
        READ AutopayFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AutopayReturnCount NUMERIC
                    ADD 1 TO AutopayReturnCount
                ELSE
                    MOVE 1 TO AutopayReturnCount
                END-IF
                IF AutopayDiscountRate NUMERIC
                        AND AutopayDiscountRate > ZERO
                        AND AutopayReturnCount
                            NOT LESS THAN WS-DiscountReturnLimit
                    DISPLAY 'Loan ID ' AutopayLoanID ' has '
                        AutopayReturnCount
                        ' returned autopay debits; rate discount removed.'
                    CALL 'ChangeAutopayDiscount' USING LoanRecord
                        AutopayInstructionRecord WS-DiscountAction
                        WS-DiscountReason WS-RunDate
                END-IF
                REWRITE AutopayInstructionRecord
        END-READ
    END-IF.

BACK-OUT-ESCROW-PORTION.
    OPEN I-O EscrowFile.
    IF WS-EscrowFileStatus = '00'
        WS-RejectReason DELIMITED BY SIZE
        INTO ExceptionLine.
    WRITE ExceptionLine.

*> the file must open with its header, close with its trailer and
*> balance to the trailer before any record in it is posted, and its
*> file ID must not have been accepted before. A rejected file is
*> left unposted for the sender to correct and resend
CHECK-FILE-CONTROLS.
    MOVE SPACES TO WS-InboundFileID.
    MOVE ZERO TO WS-InboundCreationDate.
    MOVE ZERO TO WS-InboundDetailCount.
    MOVE ZERO TO WS-InboundDetailTotal.
    MOVE ZERO TO WS-InboundTrailerCount.
    MOVE ZERO TO WS-InboundTrailerTotal.
    MOVE SPACES TO WS-InboundReason.
    MOVE 'N' TO WS-InboundHeaderSeen.
    MOVE 'N' TO WS-InboundTrailerSeen.
    MOVE 'N' TO EOF.
    PERFORM UNTIL EOF = 'Y'
        READ AchReturnFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-CONTROL-RECORD
    END-PERFORM.
    CLOSE AchReturnFile.
    MOVE 'N' TO EOF.
    IF WS-InboundReason = SPACES
        IF WS-InboundHeaderSeen = 'N'
            MOVE 'FILE HEADER MISSING' TO WS-InboundReason
        ELSE
            IF WS-InboundTrailerSeen = 'N'
                MOVE 'FILE TRAILER MISSING' TO WS-InboundReason
            END-IF
        END-IF
    END-IF.
    CALL 'RegisterInboundFile' USING WS-InboundSource
        WS-InboundFileName WS-InboundProgram WS-InboundFileID
        WS-InboundCreationDate WS-InboundDetailCount
        WS-InboundDetailTotal WS-InboundTrailerCount
        WS-InboundTrailerTotal WS-InboundReason WS-InboundAccepted.

CHECK-CONTROL-RECORD.
    EVALUATE TRUE
        WHEN WS-InboundTrailerSeen = 'Y'
            IF WS-InboundReason = SPACES
                MOVE 'RECORDS FOLLOW THE FILE TRAILER'
                    TO WS-InboundReason
            END-IF
        WHEN InboundHeader
            IF WS-InboundHeaderSeen = 'Y'
                    OR WS-InboundDetailCount > ZERO
                IF WS-InboundReason = SPACES
                    MOVE 'FILE HEADER OUT OF SEQUENCE'
                        TO WS-InboundReason
                END-IF
            ELSE
                MOVE 'Y' TO WS-InboundHeaderSeen
                MOVE InboundFileID TO WS-InboundFileID
                IF InboundCreationDate NUMERIC
                    MOVE InboundCreationDate TO WS-InboundCreationDate
                END-IF
            END-IF
        WHEN InboundTrailer
            MOVE 'Y' TO WS-InboundTrailerSeen
            IF InboundRecordCount NUMERIC
                    AND InboundAmountTotal NUMERIC
                MOVE InboundRecordCount TO WS-InboundTrailerCount
                MOVE InboundAmountTotal TO WS-InboundTrailerTotal
            ELSE
                IF WS-InboundReason = SPACES
                    MOVE 'FILE TRAILER NOT NUMERIC' TO WS-InboundReason
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO WS-InboundDetailCount
            IF AchReturnAmount NUMERIC
                ADD AchReturnAmount TO WS-InboundDetailTotal
            END-IF
    END-EVALUATE.
