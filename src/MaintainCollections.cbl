    COPY PPSEL.
    COPY LOSEL.
    COPY PLSEL.
    COPY LNSEL.

DATA DIVISION.
FILE SECTION.
FD  RepaymentPlanFile.
    COPY PLREC.

FD  LoanFile.
    COPY LNREC.

WORKING-STORAGE SECTION.
01 WS-CollQueueFileStatus   PIC X(02).
01 WS-PromiseFileStatus     PIC X(02).
01 WS-PlanEOF               PIC X VALUE 'N'.
01 WS-NextPlanID            PIC 9(5) VALUE ZERO.
01 WS-PlansShown            PIC 9(3) VALUE ZERO.
01 WS-LoanFileStatus        PIC X(02).
01 WS-ContactBorrowerID     PIC 9(5) VALUE ZERO.
01 WS-ContactPhone          PIC X(15).
01 WS-ContactPhoneType      PIC X(06).
01 WS-DoNotCall             PIC X VALUE 'N'.
01 WS-AutodialOK            PIC X VALUE 'N'.
01 WS-NoWorkCalls           PIC X VALUE 'N'.
01 WS-HoursFrom             PIC 9(4) VALUE ZERO.
01 WS-HoursTo               PIC 9(4) VALUE ZERO.
01 WS-LatestScore           PIC 9(3).
01 WS-LatestScoreDate       PIC 9(8).
01 WS-LatestScoreModel      PIC X(10).
01 WS-LatestScoreFound      PIC X VALUE 'N'.
01 WS-TimeNow               PIC 9(8).
01 WS-TimeNowHHMM           PIC 9(4).

PROCEDURE DIVISION.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
            DISPLAY 'Outstanding Balance: ' CollBalance
            DISPLAY 'Collector ID: ' CollCollectorID
            DISPLAY 'Follow-Up Date: ' CollFollowUpDate
            PERFORM DISPLAY-CONTACT-RULES
            PERFORM DISPLAY-PROMISES-FOR-LOAN
            PERFORM DISPLAY-PLANS-FOR-LOAN
    END-READ.
        OPEN I-O PromiseFile
    END-IF.

*> the phone to call and the borrower's recorded limits on calling:
*> do-not-call, no autodialed calls without consent, no calls at
*> work, and the preferred calling window against the time now
DISPLAY-CONTACT-RULES.
    MOVE ZERO TO WS-ContactBorrowerID.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE CollLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE BorrowerID OF LoanRecord TO WS-ContactBorrowerID
        END-READ
        CLOSE LoanFile
    END-IF.
    CALL 'CheckContactPreference' USING WS-ContactBorrowerID
        WS-ContactPhone WS-ContactPhoneType WS-DoNotCall WS-AutodialOK
        WS-NoWorkCalls WS-HoursFrom WS-HoursTo.
    DISPLAY '--- Contact ---'.
    IF WS-DoNotCall = 'Y'
        DISPLAY '*** DO NOT CALL - contact the borrower by mail only ***'
    ELSE
        DISPLAY 'Phone: ' WS-ContactPhone ' ' WS-ContactPhoneType
        IF WS-AutodialOK = 'N'
            DISPLAY 'No autodial consent on file - dial by hand only.'
        END-IF
        IF WS-NoWorkCalls = 'Y'
            DISPLAY 'Borrower asked not to be called at work.'
        END-IF
        IF WS-HoursFrom NOT = ZERO OR WS-HoursTo NOT = ZERO
            DISPLAY 'Preferred hours: ' WS-HoursFrom ' to ' WS-HoursTo
            ACCEPT WS-TimeNow FROM TIME
            MOVE WS-TimeNow(1:4) TO WS-TimeNowHHMM
            IF WS-TimeNowHHMM < WS-HoursFrom
                    OR WS-TimeNowHHMM > WS-HoursTo
                DISPLAY '*** Outside the preferred hours - do not call now ***'
            END-IF
        END-IF
    END-IF.
    CALL 'GetLatestCreditScore' USING WS-ContactBorrowerID
        WS-LatestScore WS-LatestScoreDate WS-LatestScoreModel
        WS-LatestScoreFound.
    IF WS-LatestScoreFound = 'Y'
        DISPLAY 'Latest credit score: ' WS-LatestScore ' ('
            WS-LatestScoreModel ' ' WS-LatestScoreDate ')'
    END-IF.

OPEN-QUEUE-FILE.
    OPEN I-O CollectionQueueFile.
    IF WS-CollQueueFileStatus = '35'
