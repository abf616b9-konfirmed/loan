IDENTIFICATION DIVISION.
PROGRAM-ID. CheckContactPreference.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY CNSEL.
    COPY BRSEL.

DATA DIVISION.
FILE SECTION.
FD  ContactPreferenceFile.
    COPY CNREC.

FD  BorrowerFile.
    COPY BRREC.

WORKING-STORAGE SECTION.
01 WS-ContactPreferenceStatus PIC X(02).
01 WS-BorrowerFileStatus      PIC X(02).

LINKAGE SECTION.
01 LS-BorrowerID     PIC 9(5).
01 LS-Phone          PIC X(15).
01 LS-PhoneType      PIC X(06).
01 LS-DoNotCall      PIC X(01).
01 LS-AutodialOK     PIC X(01).
01 LS-NoWorkCalls    PIC X(01).
01 LS-HoursFrom      PIC 9(4).
01 LS-HoursTo        PIC 9(4).

*> how a collector may reach the borrower by phone: the number on
*> file and its type, 'Y' in the do-not-call flag when no calls are to
*> be made at all, 'Y' in the autodial flag only when the borrower's
*> consent to autodialed calls is on file and not revoked, 'Y' when
*> the borrower asked not to be called at work, and the preferred
*> calling window (HHMM, zero when none was given)
PROCEDURE DIVISION USING LS-BorrowerID LS-Phone LS-PhoneType
        LS-DoNotCall LS-AutodialOK LS-NoWorkCalls LS-HoursFrom
        LS-HoursTo.
    MOVE SPACES TO LS-Phone.
    MOVE SPACES TO LS-PhoneType.
    MOVE 'N' TO LS-DoNotCall.
    MOVE 'N' TO LS-AutodialOK.
    MOVE 'N' TO LS-NoWorkCalls.
    MOVE ZERO TO LS-HoursFrom.
    MOVE ZERO TO LS-HoursTo.

    OPEN INPUT BorrowerFile.
    IF WS-BorrowerFileStatus = '00'
        MOVE LS-BorrowerID TO BorrowerID OF BorrowerRecord
        READ BorrowerFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BorrowerPhone TO LS-Phone
        END-READ
        CLOSE BorrowerFile
    END-IF.

    OPEN INPUT ContactPreferenceFile.
    IF WS-ContactPreferenceStatus = '00'
        MOVE LS-BorrowerID TO ContactBorrowerID
        READ ContactPreferenceFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ContactPhoneType TO LS-PhoneType
                IF ContactDoNotCallSet
                    MOVE 'Y' TO LS-DoNotCall
                END-IF
                IF ContactAutodialGiven AND NOT ContactDoNotCallSet
                    MOVE 'Y' TO LS-AutodialOK
                END-IF
                IF ContactNoWorkCallsSet
                    MOVE 'Y' TO LS-NoWorkCalls
                END-IF
                MOVE ContactHoursFrom TO LS-HoursFrom
                MOVE ContactHoursTo TO LS-HoursTo
        END-READ
        CLOSE ContactPreferenceFile
    END-IF.
    GOBACK.
