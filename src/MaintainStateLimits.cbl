IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainStateLimits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY SLSEL.

DATA DIVISION.
FILE SECTION.
FD  StateLimitFile.
    COPY SLREC.

WORKING-STORAGE SECTION.
01 EOF                   PIC X VALUE 'N'.
01 WS-StateLimitStatus   PIC X(02).
01 WS-Choice             PIC 9.
01 WS-StateEntry         PIC X(02).
01 WS-DateValid          PIC X VALUE 'Y'.
01 WS-ExceptionCount     PIC 9(7) VALUE ZERO.
01 WS-LimitsShown        PIC 9(5) VALUE ZERO.

*> usury and fee limits by state. Each posting is effective-dated, so
*> a change in the law is entered ahead of time and takes hold on its
*> effective date, and the limits in force on any earlier date can
*> still be found. A zero limit means the state sets no cap of that
*> kind
PROCEDURE DIVISION.
    DISPLAY '--- State Usury and Fee Limits ---'.
    DISPLAY '1. Post State Limits'.
    DISPLAY '2. Display Limits for a State'.
    DISPLAY '3. Loans Over Their State Limits'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM POST-STATE-LIMITS
        WHEN 2
            PERFORM DISPLAY-STATE-LIMITS
        WHEN 3
            CALL 'ReportStateLimitExceptions' USING WS-ExceptionCount
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

POST-STATE-LIMITS.
    DISPLAY 'Enter State Code: '.
    ACCEPT SLStateCode.
    INSPECT SLStateCode CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    PERFORM UNTIL SLStateCode ALPHABETIC AND SLStateCode(2:1) NOT = SPACE
        DISPLAY 'Invalid input. Enter a 2-letter State Code: '
        ACCEPT SLStateCode
        INSPECT SLStateCode CONVERTING 'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    END-PERFORM.

    DISPLAY 'Enter Maximum APR (e.g., 18.00, zero if no cap): '.
    ACCEPT SLMaxAPR.
    PERFORM UNTIL SLMaxAPR NUMERIC
        DISPLAY 'Invalid input. Enter numeric Maximum APR: '
        ACCEPT SLMaxAPR
    END-PERFORM.

    DISPLAY 'Enter Maximum Late Fee Amount (zero if no cap): '.
    ACCEPT SLLateFeeMaxAmount.
    PERFORM UNTIL SLLateFeeMaxAmount NUMERIC
        DISPLAY 'Invalid input. Enter numeric Late Fee Amount: '
        ACCEPT SLLateFeeMaxAmount
    END-PERFORM.

    DISPLAY 'Enter Maximum Late Fee Percent of the Installment'
    DISPLAY '(e.g., 5.00, zero if no cap): '.
    ACCEPT SLLateFeeMaxPercent.
    PERFORM UNTIL SLLateFeeMaxPercent NUMERIC
        DISPLAY 'Invalid input. Enter numeric Late Fee Percent: '
        ACCEPT SLLateFeeMaxPercent
    END-PERFORM.

    DISPLAY 'Enter Maximum NSF Fee (zero if no cap): '.
    ACCEPT SLNsfFeeMax.
    PERFORM UNTIL SLNsfFeeMax NUMERIC
        DISPLAY 'Invalid input. Enter numeric NSF Fee: '
        ACCEPT SLNsfFeeMax
    END-PERFORM.

    DISPLAY 'Prepayment Penalties Allowed? (Y/N): '.
    ACCEPT SLPrepayPenaltyFlag.
    PERFORM UNTIL SLPrepayPenaltyAllowed OR SLPrepayPenaltyProhibited
        DISPLAY 'Invalid input. Enter Y or N: '
        ACCEPT SLPrepayPenaltyFlag
    END-PERFORM.

    DISPLAY 'Enter Effective Date (YYYYMMDD): '.
    ACCEPT SLEffectiveDate.
    PERFORM VALIDATE-EFFECTIVE-DATE.
    PERFORM UNTIL SLEffectiveDate NUMERIC AND WS-DateValid = 'Y'
        DISPLAY 'Invalid input. Enter a valid Effective Date (YYYYMMDD): '
        ACCEPT SLEffectiveDate
        PERFORM VALIDATE-EFFECTIVE-DATE
    END-PERFORM.

    OPEN EXTEND StateLimitFile.
    IF WS-StateLimitStatus = '35'
        OPEN OUTPUT StateLimitFile
        CLOSE StateLimitFile
        OPEN EXTEND StateLimitFile
    END-IF.
    WRITE StateLimitRecord.
    CLOSE StateLimitFile.
    DISPLAY 'State limits posted for ' SLStateCode
        ' effective ' SLEffectiveDate '.'.

VALIDATE-EFFECTIVE-DATE.
    MOVE 'N' TO WS-DateValid.
    IF SLEffectiveDate NUMERIC
        CALL 'ValidateDate' USING SLEffectiveDate WS-DateValid
    END-IF.

DISPLAY-STATE-LIMITS.
    DISPLAY 'Enter State Code: '.
    ACCEPT WS-StateEntry.
    INSPECT WS-StateEntry CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE 'N' TO EOF.
    MOVE ZERO TO WS-LimitsShown.
    OPEN INPUT StateLimitFile.
    IF WS-StateLimitStatus NOT = '00'
        DISPLAY 'No state limits on file.'
    ELSE
        PERFORM UNTIL EOF = 'Y'
            READ StateLimitFile
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF SLStateCode = WS-StateEntry
                        ADD 1 TO WS-LimitsShown
                        DISPLAY SLStateCode ' effective '
                            SLEffectiveDate ' max APR ' SLMaxAPR
                            ' late fee ' SLLateFeeMaxAmount
                            ' or ' SLLateFeeMaxPercent '%'
                            ' NSF ' SLNsfFeeMax
                            ' prepay penalty ' SLPrepayPenaltyFlag
                    END-IF
        END-PERFORM
        CLOSE StateLimitFile
        IF WS-LimitsShown = ZERO
            DISPLAY 'No limits on file for ' WS-StateEntry '.'
        END-IF
    END-IF.
