FILE SECTION.
FD  ConversionFile.
    COPY CVREC.
    COPY FHREC.

FD  LoanFile.
    COPY LNREC.
01 WS-RejectReasonText      PIC X(40).
01 WS-RecordClean           PIC X VALUE 'Y'.
01 WS-KeyFound              PIC X VALUE 'N'.
01 WS-BranchCompanyCode     PIC X(04) VALUE SPACES.
01 WS-DateValid             PIC X VALUE 'Y'.
01 WS-LoansBoarded          PIC 9(7) VALUE ZERO.
01 WS-BorrowersAdded        PIC 9(7) VALUE ZERO.
01 WS-MatchFlag             PIC X(01).
01 WS-MatchScore            PIC 9(3).
01 WS-MatchedName           PIC X(30).
01 WS-AddressParsed         PIC X(01).
01 WS-AddressReason         PIC X(30).
01 WS-AddressExceptions     PIC 9(7) VALUE ZERO.
01 WS-InboundSource         PIC X(10) VALUE 'CONVERSION'.
01 WS-InboundFileName       PIC X(50) VALUE 'conversion-loans.dat'.
01 WS-InboundProgram        PIC X(20) VALUE 'BoardAcquiredLoans'.
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
    COPY MAREC.

PROCEDURE DIVISION.
    DISPLAY 'Boarding acquired loans from conversion-loans.dat...'.
        STOP RUN
    END-IF.

    PERFORM CHECK-FILE-CONTROLS.
    IF WS-InboundAccepted = 'N'
        DISPLAY 'Conversion file ' WS-InboundFileID ' rejected: '
            WS-InboundReason
        STOP RUN
    END-IF.
    OPEN INPUT ConversionFile.

    STRING 'boarding-rejects-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-RejectFileName.
    OPEN OUTPUT RejectFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF NOT InboundHeader AND NOT InboundTrailer
                    PERFORM BOARD-CONVERSION-RECORD
                END-IF
    END-PERFORM.

    CLOSE ConversionFile.
    DISPLAY 'Loans boarded:    ' WS-LoansBoarded.
    DISPLAY 'Borrowers added:  ' WS-BorrowersAdded.
    DISPLAY 'Records rejected: ' WS-RecordsRejected.
    DISPLAY 'Addresses to correct by hand: ' WS-AddressExceptions.
    DISPLAY 'Rejects written to ' WS-RejectFileName.
    STOP RUN.

    IF WS-KeyFound = 'N'
        MOVE CvBorrowerID      TO BorrowerID OF BorrowerRecord
        MOVE CvBorrowerName    TO BorrowerFullName
        PERFORM SPLIT-CONVERSION-ADDRESS
        MOVE CvBorrowerPhone   TO BorrowerPhone
        MOVE CvBorrowerTaxID   TO BorrowerTaxID
        MOVE CvBorrowerDOB     TO BorrowerDOB
        MOVE ZERO TO BorrowerAnnualIncome
        MOVE ZERO TO BorrowerMonthlyObligations
        SET BorrowerScreenClear TO TRUE
        MOVE SPACES TO BorrowerEmailAddress
        SET BorrowerEConsentNone TO TRUE
        MOVE ZERO TO BorrowerEConsentDate
        SET BorrowerPrefersPaper TO TRUE
        MOVE ZERO TO BorrowerEmailBounceDate
        SET BorrowerLangEnglish TO TRUE
        MOVE SPACES TO BorrowerCipIdType
        MOVE SPACES TO BorrowerCipIdNumber
        MOVE SPACES TO BorrowerCipIdIssuer
        MOVE ZERO TO BorrowerCipIdExpiration
        MOVE SPACES TO BorrowerCipMethod
        MOVE SPACES TO BorrowerCipVerifiedBy
        MOVE ZERO TO BorrowerCipVerifiedDate
        SET BorrowerNotInsider TO TRUE
        MOVE SPACES TO BorrowerInsiderType
        MOVE ZERO TO BorrowerInsiderDate
        CALL 'ScreenBorrowerName' USING BorrowerFullName BorrowerTaxID
            WS-MatchFlag WS-MatchScore WS-MatchedName
        IF WS-MatchFlag = 'Y'
        ADD 1 TO WS-BorrowersAdded
    END-IF.

*> the seller's file carries the address on one line; it is split
*> into the mailing fields, and one that cannot be split boards as
*> keyed with an exception line so it is corrected by hand. The loan
*> itself is not rejected for it
SPLIT-CONVERSION-ADDRESS.
    CALL 'ParseMailingAddress' USING CvBorrowerAddress MailingAddress
        WS-AddressParsed WS-AddressReason.
    MOVE MailingAddress TO BorrowerAddress.
    IF WS-AddressParsed NOT = 'Y'
        ADD 1 TO WS-AddressExceptions
        MOVE SPACES TO RejectLine
        STRING 'ADR' DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            CvLoanID DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            'ADDRESS NOT SPLIT: ' DELIMITED BY SIZE
            WS-AddressReason DELIMITED BY SIZE
            INTO RejectLine
        WRITE RejectLine
    END-IF.

WRITE-BOARDED-LOAN.
    MOVE CvLoanID              TO LoanID OF LoanRecord.
    MOVE CvBorrowerName        TO BorrowerName OF LoanRecord.
    SET AccrualStatusAccruing OF LoanRecord TO TRUE.
    SET LoanNotImpaired OF LoanRecord TO TRUE.
    MOVE ZERO                  TO SpecificReserve OF LoanRecord.
    MOVE ZERO                  TO PaidThroughDate OF LoanRecord.
    MOVE ZERO                  TO InstallmentCredit OF LoanRecord.
    SET RiskGradePass OF LoanRecord TO TRUE.
    MOVE ZERO                  TO RiskGradeDate OF LoanRecord.
    MOVE WS-BranchCompanyCode  TO LoanCompanyCode OF LoanRecord.
    CALL 'ComputeInstallment' USING LoanRecord.
    SET LoanStatusActive OF LoanRecord TO TRUE.

    WRITE LoanRecord
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-KeyFound
                MOVE BranchCompanyCode TO WS-BranchCompanyCode
        END-READ
        CLOSE BranchFile
    END-IF.
        CLOSE BorrowerFile
        OPEN I-O BorrowerFile
    END-IF.

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
        READ ConversionFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-CONTROL-RECORD
    END-PERFORM.
    CLOSE ConversionFile.
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
            IF CvOutstandingBalance NUMERIC
                ADD CvOutstandingBalance TO WS-InboundDetailTotal
            END-IF
    END-EVALUATE.
