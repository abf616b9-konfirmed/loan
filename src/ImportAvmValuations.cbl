FILE SECTION.
FD  AvmImportFile.
    COPY AVREC.
    COPY FHREC.

FD  CollateralFile.
    COPY CLREC.
01 WS-ProductFound        PIC X VALUE 'N'.
01 WS-NewLTVPct           PIC 9(5)V99 VALUE ZERO.
01 WS-ValuationSourceOut  PIC X(10).
01 WS-InboundSource         PIC X(10) VALUE 'AVM'.
01 WS-InboundFileName       PIC X(50) VALUE 'avm-valuations.dat'.
01 WS-InboundProgram        PIC X(20) VALUE 'ImportAvmValuations'.
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

*> quarterly AVM tape from the valuation vendor: each value lands in
*> the effective-dated history, refreshes the collateral record, and
        GOBACK
    END-IF.

    PERFORM CHECK-FILE-CONTROLS.
    IF WS-InboundAccepted = 'N'
        DISPLAY 'AVM valuation file ' WS-InboundFileID ' rejected: '
            WS-InboundReason
        GOBACK
    END-IF.
    OPEN INPUT AvmImportFile.

    STRING 'reappraisal-due-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ReappraisalFileName.
    OPEN OUTPUT ReappraisalFile.
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                IF NOT InboundHeader AND NOT InboundTrailer
                    PERFORM IMPORT-ONE-VALUATION
                END-IF
    END-PERFORM.
    CLOSE CollateralFile.
    CLOSE AvmImportFile.
        END-READ
        CLOSE ProductFile
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
        READ AvmImportFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM CHECK-CONTROL-RECORD
    END-PERFORM.
    CLOSE AvmImportFile.
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
            IF AvmValue NUMERIC
                ADD AvmValue TO WS-InboundDetailTotal
            END-IF
    END-EVALUATE.
