IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainNoticeTemplates.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY TPSEL.

DATA DIVISION.
FILE SECTION.
FD  NoticeTemplateFile.
    COPY TPREC.

WORKING-STORAGE SECTION.
01 WS-NoticeTemplateStatus PIC X(02).
01 EOF                     PIC X VALUE 'N'.
01 WS-Choice               PIC 9.
01 WS-TodayDate            PIC 9(8).
01 WS-Confirm              PIC X(01).
01 WS-KeyType              PIC X(12).
01 WS-KeyLevel             PIC 9(1).
01 WS-KeyLanguage          PIC X(02).
01 WS-KeyLineNo            PIC 9(2).
01 WS-SourceLanguage       PIC X(02) VALUE 'EN'.
01 WS-LinesOnFile          PIC 9(2) VALUE ZERO.
01 WS-TemplateIdx          PIC 9(2).
    COPY NLREC.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> compliance keeps the wording of billing notices, past-due letters
*> (one template per dunning level), adverse action notices and the
*> statement heading here, one template per language. A template is
*> a set of numbered lines printed in line order; values are filled
*> in from the fields listed under option 5. A notice with no
*> template on file in the borrower's language goes out in English,
*> and one with no English template uses the standard wording. Every
*> line added or changed carries the user and date
PROCEDURE DIVISION USING LS-UserID.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
    DISPLAY '--- Maintain Notice Templates ---'.
    DISPLAY '1. Display Template'.
    DISPLAY '2. Add or Change a Template Line'.
    DISPLAY '3. Delete a Template Line'.
    DISPLAY '4. Start a Template from the English Wording'.
    DISPLAY '5. List Substitution Fields'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.
    EVALUATE WS-Choice
        WHEN 1
            PERFORM ACCEPT-TEMPLATE-KEY
            PERFORM DISPLAY-TEMPLATE
        WHEN 2
            PERFORM ACCEPT-TEMPLATE-KEY
            PERFORM CHANGE-TEMPLATE-LINE
        WHEN 3
            PERFORM ACCEPT-TEMPLATE-KEY
            PERFORM DELETE-TEMPLATE-LINE
        WHEN 4
            PERFORM ACCEPT-TEMPLATE-KEY
            PERFORM SEED-FROM-ENGLISH-WORDING
        WHEN 5
            PERFORM LIST-SUBSTITUTION-FIELDS
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.
    GOBACK.

ACCEPT-TEMPLATE-KEY.
    DISPLAY 'Enter Notice Type'.
    DISPLAY '(BILLING/DUNNING/ADVERSE-ACT/STATEMENT/COLLECTION/PRIVACY'.
    DISPLAY '/MATURITY/PMI): '.
    ACCEPT WS-KeyType.
    MOVE WS-KeyType TO TemplateNoticeType.
    PERFORM UNTIL TemplateBilling OR TemplateDunning
            OR TemplateAdverse OR TemplateStatement OR TemplateCollection
            OR TemplatePrivacy OR TemplateMaturity OR TemplatePmi
        DISPLAY 'Invalid input. Enter BILLING, DUNNING, ADVERSE-ACT,'
        DISPLAY 'STATEMENT, COLLECTION, PRIVACY, MATURITY or PMI: '
        ACCEPT WS-KeyType
        MOVE WS-KeyType TO TemplateNoticeType
    END-PERFORM.
    IF TemplateDunning OR TemplateCollection
        DISPLAY 'Enter Letter Level (1-3): '
        ACCEPT WS-KeyLevel
        PERFORM UNTIL WS-KeyLevel NUMERIC
                AND WS-KeyLevel > ZERO AND WS-KeyLevel < 4
            DISPLAY 'Invalid input. Enter 1, 2 or 3: '
            ACCEPT WS-KeyLevel
        END-PERFORM
    ELSE
        IF TemplateMaturity
            DISPLAY 'Enter Notice Level (1 Final Maturity, 2 Balloon): '
            ACCEPT WS-KeyLevel
            PERFORM UNTIL WS-KeyLevel NUMERIC
                    AND WS-KeyLevel > ZERO AND WS-KeyLevel < 3
                DISPLAY 'Invalid input. Enter 1 or 2: '
                ACCEPT WS-KeyLevel
            END-PERFORM
        ELSE
            IF TemplatePmi
                DISPLAY 'Enter Notice Level (1 Cancellation, 2 Annual Disclosure): '
                ACCEPT WS-KeyLevel
                PERFORM UNTIL WS-KeyLevel NUMERIC
                        AND WS-KeyLevel > ZERO AND WS-KeyLevel < 3
                    DISPLAY 'Invalid input. Enter 1 or 2: '
                    ACCEPT WS-KeyLevel
                END-PERFORM
            ELSE
                MOVE ZERO TO WS-KeyLevel
            END-IF
        END-IF
    END-IF.
    DISPLAY 'Enter Language (EN/ES): '.
    ACCEPT WS-KeyLanguage.
    MOVE WS-KeyLanguage TO TemplateLanguage.
    PERFORM UNTIL TemplateLanguageValid
        DISPLAY 'Invalid input. Enter EN or ES: '
        ACCEPT WS-KeyLanguage
        MOVE WS-KeyLanguage TO TemplateLanguage
    END-PERFORM.

ACCEPT-LINE-NUMBER.
    DISPLAY 'Enter Line Number (1-40): '.
    ACCEPT WS-KeyLineNo.
    PERFORM UNTIL WS-KeyLineNo NUMERIC
            AND WS-KeyLineNo > ZERO AND WS-KeyLineNo NOT > 40
        DISPLAY 'Invalid input. Enter a line number from 1 to 40: '
        ACCEPT WS-KeyLineNo
    END-PERFORM.

DISPLAY-TEMPLATE.
    PERFORM COUNT-LINES-ON-FILE.
    IF WS-LinesOnFile > ZERO
        MOVE 'N' TO EOF
        OPEN INPUT NoticeTemplateFile
        PERFORM POSITION-AT-TEMPLATE
        PERFORM UNTIL EOF = 'Y'
            READ NoticeTemplateFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF TemplateNoticeType = WS-KeyType
                            AND TemplateLevel = WS-KeyLevel
                            AND TemplateLanguage = WS-KeyLanguage
                        DISPLAY TemplateLineNo ' ' TemplateText
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE NoticeTemplateFile
    ELSE
        CALL 'LoadNoticeTemplate' USING WS-KeyType WS-KeyLevel
            WS-KeyLanguage NoticeTemplateLines
        DISPLAY 'No template on file in ' WS-KeyLanguage
            '; notices use this ' NoticeLanguageUsed ' wording:'
        PERFORM VARYING WS-TemplateIdx FROM 1 BY 1
                UNTIL WS-TemplateIdx > NoticeLineCount
            DISPLAY '   ' NoticeTemplateLine(WS-TemplateIdx)
        END-PERFORM
    END-IF.

CHANGE-TEMPLATE-LINE.
    PERFORM ACCEPT-LINE-NUMBER.
    PERFORM OPEN-TEMPLATE-FILE.
    PERFORM MOVE-TEMPLATE-KEY.
    READ NoticeTemplateFile
        INVALID KEY
            DISPLAY 'New line ' WS-KeyLineNo '.'
            PERFORM ACCEPT-LINE-TEXT
            WRITE NoticeTemplateRecord
                INVALID KEY
                    DISPLAY 'Unable to add template line.'
                NOT INVALID KEY
                    DISPLAY 'Template line added.'
            END-WRITE
        NOT INVALID KEY
            DISPLAY 'Current: ' TemplateText
            PERFORM ACCEPT-LINE-TEXT
            REWRITE NoticeTemplateRecord
                INVALID KEY
                    DISPLAY 'Unable to change template line.'
                NOT INVALID KEY
                    DISPLAY 'Template line changed.'
            END-REWRITE
    END-READ.
    CLOSE NoticeTemplateFile.

*> a blank line is kept as a blank line on the notice
ACCEPT-LINE-TEXT.
    DISPLAY 'Enter Line Text (blank for an empty line): '.
    ACCEPT TemplateText.
    MOVE LS-UserID    TO TemplateChangedUserID.
    MOVE WS-TodayDate TO TemplateChangedDate.

DELETE-TEMPLATE-LINE.
    PERFORM ACCEPT-LINE-NUMBER.
    PERFORM OPEN-TEMPLATE-FILE.
    PERFORM MOVE-TEMPLATE-KEY.
    READ NoticeTemplateFile
        INVALID KEY
            DISPLAY 'Template line not found.'
        NOT INVALID KEY
            DISPLAY 'Line ' TemplateLineNo ': ' TemplateText
            DISPLAY 'Delete this line? (Y/N): '
            ACCEPT WS-Confirm
            IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                DELETE NoticeTemplateFile
                    INVALID KEY
                        DISPLAY 'Unable to delete template line.'
                    NOT INVALID KEY
                        DISPLAY 'Template line deleted.'
                END-DELETE
            ELSE
                DISPLAY 'Delete cancelled.'
            END-IF
    END-READ.
    CLOSE NoticeTemplateFile.

*> seeds a template with the English wording now in use, so a
*> translation or a rewording starts from the current text. Only an
*> empty template can be seeded
SEED-FROM-ENGLISH-WORDING.
    PERFORM COUNT-LINES-ON-FILE.
    IF WS-LinesOnFile > ZERO
        DISPLAY 'Template already has ' WS-LinesOnFile
            ' line(s) on file; change or delete them instead.'
    ELSE
        CALL 'LoadNoticeTemplate' USING WS-KeyType WS-KeyLevel
            WS-SourceLanguage NoticeTemplateLines
        PERFORM OPEN-TEMPLATE-FILE
        PERFORM VARYING WS-TemplateIdx FROM 1 BY 1
                UNTIL WS-TemplateIdx > NoticeLineCount
            MOVE WS-TemplateIdx TO WS-KeyLineNo
            PERFORM MOVE-TEMPLATE-KEY
            MOVE NoticeTemplateLine(WS-TemplateIdx) TO TemplateText
            MOVE LS-UserID    TO TemplateChangedUserID
            MOVE WS-TodayDate TO TemplateChangedDate
            WRITE NoticeTemplateRecord
                INVALID KEY
                    DISPLAY 'Unable to add line ' WS-KeyLineNo '.'
            END-WRITE
        END-PERFORM
        CLOSE NoticeTemplateFile
        DISPLAY NoticeLineCount ' line(s) copied into the '
            WS-KeyLanguage ' template.'
    END-IF.

LIST-SUBSTITUTION-FIELDS.
    DISPLAY 'Write a field between ampersands, e.g. &NAME&.'.
    DISPLAY 'Start a line with ? to print it only when all its fields'.
    DISPLAY 'have a value.'.
    DISPLAY '  &LOANID&       Loan ID'.
    DISPLAY '  &NAME&         Borrower or applicant name'.
    DISPLAY '  &RUNDATE&      Date the notice is produced'.
    DISPLAY '  &ADDRESS1&     Mailing address line 1'.
    DISPLAY '  &ADDRESS2&     Mailing address line 2'.
    DISPLAY '  &CITYSTATEZIP& City, state and ZIP+4'.
    DISPLAY '  &COUNTRY&      Country code, outside the US only'.
    DISPLAY '  &DUEDATE&      Payment due date'.
    DISPLAY '  &AMOUNT&       Total due / total owed / amount requested'.
    DISPLAY '  &CREDIT&       Already received toward the installment'.
    DISPLAY '  &PAIDTHROUGH&  Paid-through date'.
    DISPLAY '  &FEES&         Unpaid fees'.
    DISPLAY '  &ESCROW&       Escrow due'.
    DISPLAY '  &INTEREST&     Interest due'.
    DISPLAY '  &PRINCIPAL&    Principal due'.
    DISPLAY '  &INSTALLMENT&  Installment due'.
    DISPLAY '  &DAYSLATE&     Days past due'.
    DISPLAY '  &APPLICATION&  Application number'.
    DISPLAY '  &DECISIONDATE& Credit decision date'.
    DISPLAY '  &REASON&       Decline reason'.
    DISPLAY '  &LOANAMOUNT&   Original loan amount'.
    DISPLAY '  &RATE&         Interest rate'.
    DISPLAY '  &BALANCE&      Outstanding balance'.
    DISPLAY '  &STATUS&       Loan status'.

COUNT-LINES-ON-FILE.
    MOVE ZERO TO WS-LinesOnFile.
    MOVE 'N' TO EOF.
    OPEN INPUT NoticeTemplateFile.
    IF WS-NoticeTemplateStatus = '00'
        PERFORM POSITION-AT-TEMPLATE
        PERFORM UNTIL EOF = 'Y'
            READ NoticeTemplateFile NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF
                NOT AT END
                    IF TemplateNoticeType = WS-KeyType
                            AND TemplateLevel = WS-KeyLevel
                            AND TemplateLanguage = WS-KeyLanguage
                        ADD 1 TO WS-LinesOnFile
                    ELSE
                        MOVE 'Y' TO EOF
                    END-IF
        END-PERFORM
        CLOSE NoticeTemplateFile
    END-IF.

POSITION-AT-TEMPLATE.
    MOVE ZERO TO WS-KeyLineNo.
    PERFORM MOVE-TEMPLATE-KEY.
    START NoticeTemplateFile KEY IS NOT LESS THAN TemplateKey
        INVALID KEY
            MOVE 'Y' TO EOF
    END-START.

MOVE-TEMPLATE-KEY.
    MOVE WS-KeyType     TO TemplateNoticeType.
    MOVE WS-KeyLevel    TO TemplateLevel.
    MOVE WS-KeyLanguage TO TemplateLanguage.
    MOVE WS-KeyLineNo   TO TemplateLineNo.

OPEN-TEMPLATE-FILE.
    OPEN I-O NoticeTemplateFile.
    IF WS-NoticeTemplateStatus = '35'
        OPEN OUTPUT NoticeTemplateFile
        CLOSE NoticeTemplateFile
        OPEN I-O NoticeTemplateFile
    END-IF.
