FILE-CONTROL.
    COPY LNSEL.
    COPY RVSEL.
    COPY APSEL.

DATA DIVISION.
FILE SECTION.
FD  RecoveryFile.
    COPY RVREC.

FD  AgencyPlacementFile.
    COPY APREC.

WORKING-STORAGE SECTION.
01 WS-LoanFileStatus    PIC X(02).
01 WS-RecoveryFileStatus PIC X(02).
01 WS-RecoveryEOF       PIC X VALUE 'N'.
01 WS-AgencyPlacementStatus PIC X(02).
01 WS-PlacementEOF      PIC X VALUE 'N'.
01 WS-NextRecoveryID    PIC 9(5) VALUE ZERO.
01 WS-LoanIDEntry       PIC 9(7).
01 WS-RecoveryTotal     PIC 9(11)V99 VALUE ZERO.
        GOBACK
    END-IF.

    PERFORM CHECK-AGENCY-PLACEMENT.

    PERFORM FIND-NEXT-RECOVERY-ID.
    PERFORM OPEN-RECOVERY-FILE.

    DISPLAY 'Total recovered on this loan to date: ' WS-RecoveryTotal.
    GOBACK.

*> money collected by an outside agency comes in on its remittance
*> file; a payment taken here on a placed account is flagged so the
*> agency can be told
CHECK-AGENCY-PLACEMENT.
    MOVE 'N' TO WS-PlacementEOF.
    OPEN INPUT AgencyPlacementFile.
    IF WS-AgencyPlacementStatus = '00'
        MOVE WS-LoanIDEntry TO PlacementLoanID
        START AgencyPlacementFile KEY IS EQUAL TO PlacementLoanID
            INVALID KEY
                MOVE 'Y' TO WS-PlacementEOF
        END-START
        PERFORM UNTIL WS-PlacementEOF = 'Y'
            READ AgencyPlacementFile NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PlacementEOF
                NOT AT END
                    IF PlacementLoanID NOT = WS-LoanIDEntry
                        MOVE 'Y' TO WS-PlacementEOF
                    ELSE
                        IF PlacementActive
                            DISPLAY 'NOTE: this account is placed with'
                                ' agency ' PlacementAgencyID ' since '
                                PlacementDate '.'
                            DISPLAY 'Agency collections post from its'
                                ' remittance file; notify the agency'
                                ' of this payment.'
                        END-IF
                    END-IF
        END-PERFORM
        CLOSE AgencyPlacementFile
    END-IF.

VALIDATE-RECOVERY-DATE.
    MOVE 'N' TO WS-DateValid.
    IF RecoveryDate NUMERIC
