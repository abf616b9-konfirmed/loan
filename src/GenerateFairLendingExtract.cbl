INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY AQSEL.
    COPY BCSEL.
    SELECT RegisterFile ASSIGN TO WS-RegisterFileName
        ORGANIZATION IS LINE SEQUENTIAL.

FD  ApplicationFile.
    COPY AQREC.

FD  BranchFile.
    COPY BCREC.

FD  RegisterFile.
01  RegisterLine PIC X(160).

01 WS-CountApproved         PIC 9(7) VALUE ZERO.
01 WS-CountDeclined         PIC 9(7) VALUE ZERO.
01 WS-CountFunded           PIC 9(7) VALUE ZERO.
01 WS-CountWithdrawn        PIC 9(7) VALUE ZERO.
01 WS-EditReason            PIC X(30).
01 WS-RunDate               PIC 9(8).
01 WS-ManifestFileName      PIC X(50).
01 WS-ManifestProgram       PIC X(20) VALUE 'GenerateFairLending'.
01 WS-ManifestRecords       PIC 9(9).
01 WS-ManifestHash          PIC 9(13)V99 VALUE ZERO.
01 WS-BranchFileStatus      PIC X(02).
01 WS-BranchOpen            PIC X VALUE 'N'.
01 WS-SelectedCompany       PIC X(04).
01 WS-EntitlementCompany    PIC X(04).
01 WS-CompanyAllowed        PIC X(01).
01 WS-HomeCompany           PIC X(04).
01 WS-AppCompany            PIC X(04).
01 WS-LastBranchCode        PIC X(04) VALUE HIGH-VALUES.

LINKAGE SECTION.
01 LS-UserID                PIC X(20).

*> annual loan/application register of dispositions for fair-lending
*> review; decided applications must carry a decision date and reason
*> or they are rejected to the edit section for correction. The
*> register covers one company, by the branch taking each application,
*> or all companies consolidated, as the user is entitled
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-RunDate.
    DISPLAY 'Enter Company Code (spaces for consolidated): '.
    ACCEPT WS-SelectedCompany.
    IF WS-SelectedCompany = SPACES
        MOVE '****' TO WS-EntitlementCompany
    ELSE
        MOVE WS-SelectedCompany TO WS-EntitlementCompany
    END-IF.
    CALL 'CheckCompanyEntitlement' USING LS-UserID
        WS-EntitlementCompany WS-CompanyAllowed.
    IF WS-CompanyAllowed = 'N'
        DISPLAY 'You are not entitled to company ' WS-EntitlementCompany
            '. Nothing extracted.'
        GOBACK
    END-IF.
    CALL 'GetHomeCompany' USING WS-HomeCompany.
    DISPLAY 'Enter Register Year (YYYY): '.
    ACCEPT WS-RegisterYear.
    PERFORM UNTIL WS-RegisterYear NUMERIC AND WS-RegisterYear > ZERO
        GOBACK
    END-IF.

    MOVE 'N' TO WS-BranchOpen.
    OPEN INPUT BranchFile.
    IF WS-BranchFileStatus = '00'
        MOVE 'Y' TO WS-BranchOpen
    END-IF.

    MOVE SPACES TO WS-RegisterFileName.
    IF WS-SelectedCompany = SPACES
        STRING 'fair-lending-register-' WS-RegisterYear '.dat'
            DELIMITED BY SIZE INTO WS-RegisterFileName
    ELSE
        STRING 'fair-lending-register-' DELIMITED BY SIZE
            WS-SelectedCompany DELIMITED BY SPACE
            '-' WS-RegisterYear '.dat' DELIMITED BY SIZE
            INTO WS-RegisterFileName
    END-IF.
    OPEN OUTPUT RegisterFile.
    IF WS-SelectedCompany = SPACES
        STRING '=== ' WS-RegisterYear
            ' Loan/Application Register, Consolidated ==='
            DELIMITED BY SIZE INTO RegisterLine
    ELSE
        STRING '=== ' WS-RegisterYear
            ' Loan/Application Register, Company '
            WS-SelectedCompany ' ===' DELIMITED BY SIZE
            INTO RegisterLine
    END-IF.
    WRITE RegisterLine.
    MOVE 'App ID Received  Status           Decided   Product Amount        Branch Officer DTI    Tier Reason'
        TO RegisterLine.
            NOT AT END
                MOVE AppReceivedDate(1:4) TO WS-ReceivedYear
                IF WS-ReceivedYear = WS-RegisterYear
                    PERFORM SET-APPLICATION-COMPANY
                    IF WS-SelectedCompany = SPACES
                            OR WS-AppCompany = WS-SelectedCompany
                        PERFORM EDIT-AND-WRITE-APPLICATION
                    END-IF
                END-IF
    END-PERFORM.

    PERFORM WRITE-REGISTER-SUMMARY.
    CLOSE ApplicationFile.
    CLOSE RegisterFile.
    IF WS-BranchOpen = 'Y'
        CLOSE BranchFile
    END-IF.
    MOVE WS-RegisterFileName TO WS-ManifestFileName.
    MOVE WS-AppsWritten TO WS-ManifestRecords.
    CALL 'WriteFileManifest' USING WS-ManifestFileName
        WS-ManifestProgram WS-RunDate WS-ManifestRecords
        WS-ManifestHash.

    DISPLAY 'Applications written: ' WS-AppsWritten.
    DISPLAY 'Applications rejected by edits: ' WS-AppsRejected.
    DISPLAY 'Register written to ' WS-RegisterFileName.
    GOBACK.

*> an application belongs to the company of the branch that took it
SET-APPLICATION-COMPANY.
    IF AppBranchCode NOT = WS-LastBranchCode
        MOVE AppBranchCode TO WS-LastBranchCode
        MOVE SPACES TO WS-AppCompany
        IF WS-BranchOpen = 'Y'
            MOVE AppBranchCode TO BranchCode OF BranchRecord
            READ BranchFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE BranchCompanyCode TO WS-AppCompany
            END-READ
        END-IF
        IF WS-AppCompany = SPACES
            MOVE WS-HomeCompany TO WS-AppCompany
        END-IF
    END-IF.

EDIT-AND-WRITE-APPLICATION.
    MOVE SPACES TO WS-EditReason.
    IF (AppStatusApproved OR AppStatusDeclined OR AppStatusFunded)
        INTO RegisterLine.
    WRITE RegisterLine.
    ADD 1 TO WS-AppsWritten.
    ADD AppRequestedAmount TO WS-ManifestHash.
    EVALUATE TRUE
        WHEN AppStatusFunded
            ADD 1 TO WS-CountFunded
            ADD 1 TO WS-CountApproved
        WHEN AppStatusDeclined
            ADD 1 TO WS-CountDeclined
        WHEN AppStatusWithdrawn
            ADD 1 TO WS-CountWithdrawn
        WHEN OTHER
            ADD 1 TO WS-CountReceived
    END-EVALUATE.
        '  Approved: ' WS-CountApproved
        '  Declined: ' WS-CountDeclined
        '  Funded: ' WS-CountFunded
        '  Withdrawn: ' WS-CountWithdrawn
        DELIMITED BY SIZE INTO RegisterLine.
    WRITE RegisterLine.
    STRING 'Edit rejects: ' WS-AppsRejected
