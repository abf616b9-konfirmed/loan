IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainForeclosures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY FCSEL.
    COPY FTSEL.
    COPY RESEL.
    COPY LNSEL.
    COPY CLSEL.

DATA DIVISION.
FILE SECTION.
FD  ForeclosureFile.
    COPY FCREC.

FD  ForeclosureTimelineFile.
    COPY FTREC.

FD  ReoPropertyFile.
    COPY REREC.

FD  LoanFile.
    COPY LNREC.

FD  CollateralFile.
    COPY CLREC.

WORKING-STORAGE SECTION.
01 WS-ForeclosureFileStatus     PIC X(02).
01 WS-ForeclosureTimelineStatus PIC X(02).
01 WS-ReoPropertyStatus         PIC X(02).
01 WS-LoanFileStatus            PIC X(02).
01 WS-CollateralFileStatus      PIC X(02).
01 WS-Choice                    PIC 9.
01 WS-TodayDate                 PIC 9(8).
01 WS-CollateralHeld            PIC X VALUE 'N'.
01 WS-CollateralState           PIC X(02).
01 WS-LoanFound                 PIC X VALUE 'N'.
01 WS-TimelineFound             PIC X VALUE 'N'.
01 WS-EntryDate                 PIC 9(8).
01 WS-EarliestDate              PIC 9(8).
01 WS-TargetDays                PIC S9(6) VALUE ZERO.
01 WS-AppliedAmount             PIC 9(9)V99 VALUE ZERO.
01 WS-DeficiencyAmount          PIC 9(9)V99 VALUE ZERO.
01 WS-FairValue                 PIC 9(9)V99 VALUE ZERO.
01 WS-MissedMilestones          PIC 9(7) VALUE ZERO.
01 WS-ReportDate                PIC 9(8) VALUE ZERO.
01 WS-THType                    PIC X(12).
01 WS-THAmount                  PIC 9(11)V99.
01 WS-THBalanceBefore           PIC 9(11)V99.
01 WS-THBalanceAfter            PIC 9(11)V99.
01 WS-THProgram                 PIC X(20).
01 WS-AdjDebitAccount           PIC X(10).
01 WS-AdjCreditAccount          PIC X(10).
01 WS-AdjAmount                 PIC 9(11)V99.
01 WS-AdjSource                 PIC X(10).

*> timeline used when the property's state has no entry of its own:
*> days from referral to first legal action, from first legal to
*> judgment, and from judgment (or first legal, where there is no
*> judgment) to sale
01 WS-DefaultFirstLegalDays     PIC 9(3) VALUE 30.
01 WS-DefaultJudgmentDays       PIC 9(3) VALUE 240.
01 WS-DefaultSaleDays           PIC 9(3) VALUE 90.

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> foreclosure of real-estate collateral from referral to the
*> attorney through the sale. Each file carries target dates for
*> first legal action, judgment and sale, set at referral from the
*> timeline for the property's state. A third-party sale applies the
*> bid to the loan as a repossession sale does; a property that
*> reverts to the bank moves the loan balance to an REO record, with
*> any shortfall below the property's fair value less cost to sell
*> charged off
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    PERFORM OPEN-FORECLOSURE-FILE.

    DISPLAY '--- Foreclosure Workstation ---'.
    DISPLAY '1. Refer Loan to Foreclosure'.
    DISPLAY '2. Record First Legal Action'.
    DISPLAY '3. Record Judgment'.
    DISPLAY '4. Schedule Sale'.
    DISPLAY '5. Record Sale Result'.
    DISPLAY '6. Close Foreclosure (reinstated or resolved)'.
    DISPLAY '7. Display Foreclosure'.
    DISPLAY '8. Maintain State Timeline'.
    DISPLAY '9. Missed Milestone Report'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM REFER-TO-FORECLOSURE
        WHEN 2
            PERFORM RECORD-FIRST-LEGAL
        WHEN 3
            PERFORM RECORD-JUDGMENT
        WHEN 4
            PERFORM SCHEDULE-SALE
        WHEN 5
            PERFORM RECORD-SALE-RESULT
        WHEN 6
            PERFORM CLOSE-FORECLOSURE
        WHEN 7
            PERFORM DISPLAY-FORECLOSURE
        WHEN 8
            PERFORM MAINTAIN-STATE-TIMELINE
        WHEN 9
            CLOSE ForeclosureFile
            CALL 'ReportForeclosureMilestones' USING WS-ReportDate
                WS-MissedMilestones
            PERFORM OPEN-FORECLOSURE-FILE
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE ForeclosureFile.
    GOBACK.

*> only a loan secured by held collateral can be referred; the
*> property's state sets the timeline and whether a judgment is
*> needed
REFER-TO-FORECLOSURE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    PERFORM CHECK-COLLATERAL-HELD.
    PERFORM LOOKUP-LOAN.
    EVALUATE TRUE
        WHEN WS-LoanFound = 'N'
            DISPLAY 'Loan not found.'
        WHEN WS-CollateralHeld = 'N'
            DISPLAY 'No held collateral on file for this loan;'
            DISPLAY 'nothing to foreclose on.'
        WHEN LoanStatusPaidOff OF LoanRecord
                OR LoanStatusSettled OF LoanRecord
                OR LoanStatusSold OF LoanRecord
                OR LoanStatusReo OF LoanRecord
            DISPLAY 'Loan status is ' LoanStatus OF LoanRecord
                '; it cannot be referred.'
        WHEN OTHER
            PERFORM WRITE-REFERRAL
    END-EVALUATE.

WRITE-REFERRAL.
    MOVE WS-CollateralState TO FcPropertyState.
    DISPLAY 'Enter Foreclosure Attorney: '.
    ACCEPT FcAttorney.
    PERFORM UNTIL FcAttorney NOT = SPACES
        DISPLAY 'Invalid input. Attorney cannot be blank: '
        ACCEPT FcAttorney
    END-PERFORM.
    MOVE WS-TodayDate TO FcReferralDate.
    MOVE LS-UserID TO FcReferredBy.
    MOVE ZERO TO FcFirstLegalDate.
    MOVE ZERO TO FcJudgmentDate.
    MOVE ZERO TO FcScheduledSaleDate.
    MOVE ZERO TO FcSaleDate.
    MOVE SPACES TO FcSaleResult.
    MOVE ZERO TO FcSaleAmount.
    MOVE ZERO TO FcClosedDate.
    MOVE SPACES TO FcClosedReason.
    PERFORM SET-MILESTONE-TARGETS.
    SET FcReferred TO TRUE.
    WRITE ForeclosureRecord
        INVALID KEY
            DISPLAY 'A foreclosure already exists for this loan.'
        NOT INVALID KEY
            DISPLAY 'Loan referred to ' FcAttorney '.'
            DISPLAY 'Targets: first legal ' FcFirstLegalTarget
                ' judgment ' FcJudgmentTarget ' sale ' FcSaleTarget
    END-WRITE.

*> targets run on from the referral date; a non-judicial state has
*> no judgment target
SET-MILESTONE-TARGETS.
    PERFORM LOOKUP-STATE-TIMELINE.
    IF WS-TimelineFound = 'N'
        DISPLAY 'No timeline on file for state ' FcPropertyState
            '; the standard judicial timeline applies.'
        SET TimelineJudicial TO TRUE
        MOVE WS-DefaultFirstLegalDays TO TimelineFirstLegalDays
        MOVE WS-DefaultJudgmentDays TO TimelineJudgmentDays
        MOVE WS-DefaultSaleDays TO TimelineSaleDays
    END-IF.
    MOVE TimelineJudicialFlag TO FcJudicialFlag.
    MOVE TimelineFirstLegalDays TO WS-TargetDays.
    CALL 'AdjustDateByDays' USING FcReferralDate WS-TargetDays
        FcFirstLegalTarget.
    IF FcJudicial
        MOVE TimelineJudgmentDays TO WS-TargetDays
        CALL 'AdjustDateByDays' USING FcFirstLegalTarget WS-TargetDays
            FcJudgmentTarget
        MOVE TimelineSaleDays TO WS-TargetDays
        CALL 'AdjustDateByDays' USING FcJudgmentTarget WS-TargetDays
            FcSaleTarget
    ELSE
        MOVE ZERO TO FcJudgmentTarget
        MOVE TimelineSaleDays TO WS-TargetDays
        CALL 'AdjustDateByDays' USING FcFirstLegalTarget WS-TargetDays
            FcSaleTarget
    END-IF.

RECORD-FIRST-LEGAL.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            IF NOT FcReferred
                DISPLAY 'Status is ' FcStatus
                    '; first legal applies to REFERRED files.'
            ELSE
                MOVE FcReferralDate TO WS-EarliestDate
                PERFORM ACCEPT-MILESTONE-DATE
                MOVE WS-EntryDate TO FcFirstLegalDate
                SET FcFiled TO TRUE
                REWRITE ForeclosureRecord
                PERFORM SHOW-MILESTONE-AGAINST-TARGET
            END-IF
    END-READ.

RECORD-JUDGMENT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN FcNonJudicial
                    DISPLAY 'State ' FcPropertyState
                        ' forecloses without a judgment.'
                WHEN NOT FcFiled
                    DISPLAY 'Status is ' FcStatus
                        '; judgment applies to FILED files.'
                WHEN OTHER
                    MOVE FcFirstLegalDate TO WS-EarliestDate
                    PERFORM ACCEPT-MILESTONE-DATE
                    MOVE WS-EntryDate TO FcJudgmentDate
                    SET FcJudgmentEntered TO TRUE
                    REWRITE ForeclosureRecord
                    PERFORM SHOW-MILESTONE-AGAINST-TARGET
            END-EVALUATE
    END-READ.

SCHEDULE-SALE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN FcJudicial AND NOT FcJudgmentEntered
                        AND NOT FcSaleScheduled
                    DISPLAY 'Status is ' FcStatus
                        '; a judgment is needed before a sale.'
                WHEN FcNonJudicial AND NOT FcFiled
                        AND NOT FcSaleScheduled
                    DISPLAY 'Status is ' FcStatus
                        '; record first legal action first.'
                WHEN OTHER
                    IF FcJudicial
                        MOVE FcJudgmentDate TO WS-EarliestDate
                    ELSE
                        MOVE FcFirstLegalDate TO WS-EarliestDate
                    END-IF
                    PERFORM ACCEPT-MILESTONE-DATE
                    MOVE WS-EntryDate TO FcScheduledSaleDate
                    SET FcSaleScheduled TO TRUE
                    REWRITE ForeclosureRecord
                    DISPLAY 'Sale scheduled for ' FcScheduledSaleDate
                        '; target ' FcSaleTarget '.'
                    IF FcScheduledSaleDate > FcSaleTarget
                        DISPLAY 'WARNING: the sale is set after its'
                            ' target date.'
                    END-IF
            END-EVALUATE
    END-READ.

RECORD-SALE-RESULT.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            IF NOT FcSaleScheduled
                DISPLAY 'Status is ' FcStatus
                    '; schedule the sale first.'
            ELSE
                MOVE FcScheduledSaleDate TO WS-EarliestDate
                PERFORM ACCEPT-MILESTONE-DATE
                MOVE WS-EntryDate TO FcSaleDate
                DISPLAY 'Enter Sale Result (THIRDPTY sold to a third'
                DISPLAY 'party, REO reverted to the bank): '
                ACCEPT FcSaleResult
                PERFORM UNTIL FcSaleResultValid
                    DISPLAY 'Invalid input. Enter THIRDPTY or REO: '
                    ACCEPT FcSaleResult
                END-PERFORM
                DISPLAY 'Enter Winning Bid Amount: '
                ACCEPT FcSaleAmount
                PERFORM UNTIL FcSaleAmount NUMERIC
                    DISPLAY 'Invalid input. Enter numeric Bid Amount: '
                    ACCEPT FcSaleAmount
                END-PERFORM
                IF FcSoldToThirdParty
                    PERFORM APPLY-THIRD-PARTY-SALE
                ELSE
                    PERFORM TRANSFER-TO-REO
                END-IF
            END-IF
    END-READ.

*> the bid applies to the loan; what it does not cover stays as a
*> deficiency for collections or charge-off
APPLY-THIRD-PARTY-SALE.
    OPEN I-O LoanFile.
    MOVE FcLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found; proceeds not applied.'
            CLOSE LoanFile
        NOT INVALID KEY
            MOVE OutstandingBalance OF LoanRecord
                TO WS-THBalanceBefore
            IF FcSaleAmount NOT GREATER THAN
                    OutstandingBalance OF LoanRecord
                MOVE FcSaleAmount TO WS-AppliedAmount
            ELSE
                MOVE OutstandingBalance OF LoanRecord
                    TO WS-AppliedAmount
            END-IF
            SUBTRACT WS-AppliedAmount
                FROM OutstandingBalance OF LoanRecord
            COMPUTE WS-DeficiencyAmount =
                OutstandingBalance OF LoanRecord
                + UnpaidFeeBalance OF LoanRecord
            IF WS-DeficiencyAmount > ZERO
                SET LoanStatusDefaulted OF LoanRecord TO TRUE
            ELSE
                SET LoanStatusPaidOff OF LoanRecord TO TRUE
            END-IF
            REWRITE LoanRecord
            MOVE 'FC-SALE' TO WS-THType
            MOVE WS-AppliedAmount TO WS-THAmount
            MOVE OutstandingBalance OF LoanRecord
                TO WS-THBalanceAfter
            MOVE 'MaintainForeclosures' TO WS-THProgram
            CALL 'WriteTransactionHistory' USING
                FcLoanID WS-THType WS-THAmount
                WS-THBalanceBefore WS-THBalanceAfter
                FcSaleDate WS-THProgram
            CLOSE LoanFile
            PERFORM MARK-COLLATERAL-RELEASED
            SET FcSold TO TRUE
            REWRITE ForeclosureRecord
            DISPLAY 'Sale proceeds of ' WS-AppliedAmount
                ' applied to the loan.'
            IF WS-DeficiencyAmount > ZERO
                DISPLAY 'Deficiency balance of '
                    WS-DeficiencyAmount ' remains.'
            END-IF
            IF FcSaleAmount > WS-AppliedAmount
                DISPLAY 'The bid exceeds the loan balance; the surplus'
                DISPLAY 'is held by the trustee for the borrower and'
                DISPLAY 'junior lienholders.'
            END-IF
    END-READ.

*> the property is carried at fair value less cost to sell, never
*> above the loan balance it replaces; the difference is charged off
TRANSFER-TO-REO.
    DISPLAY 'Enter Fair Value less Cost to Sell: '.
    ACCEPT WS-FairValue.
    PERFORM UNTIL WS-FairValue NUMERIC
        DISPLAY 'Invalid input. Enter numeric Fair Value: '
        ACCEPT WS-FairValue
    END-PERFORM.
    OPEN I-O LoanFile.
    MOVE FcLoanID TO LoanID OF LoanRecord.
    READ LoanFile
        INVALID KEY
            DISPLAY 'Loan not found; property not transferred.'
            CLOSE LoanFile
        NOT INVALID KEY
            INITIALIZE ReoPropertyRecord
            MOVE FcLoanID TO ReoLoanID
            MOVE FcSaleDate TO ReoAcquiredDate
            MOVE OutstandingBalance OF LoanRecord TO ReoLoanBalance
            IF WS-FairValue < ReoLoanBalance
                MOVE WS-FairValue TO ReoBookValue
            ELSE
                MOVE ReoLoanBalance TO ReoBookValue
            END-IF
            COMPUTE ReoWriteDown = ReoLoanBalance - ReoBookValue
            SET ReoHeld TO TRUE
            MOVE OutstandingBalance OF LoanRecord
                TO WS-THBalanceBefore
            MOVE ZERO TO OutstandingBalance OF LoanRecord
            SET LoanStatusReo OF LoanRecord TO TRUE
            REWRITE LoanRecord
            MOVE 'REO-XFER' TO WS-THType
            MOVE ReoLoanBalance TO WS-THAmount
            MOVE ZERO TO WS-THBalanceAfter
            MOVE 'MaintainForeclosures' TO WS-THProgram
            CALL 'WriteTransactionHistory' USING
                FcLoanID WS-THType WS-THAmount
                WS-THBalanceBefore WS-THBalanceAfter
                FcSaleDate WS-THProgram
            CLOSE LoanFile
            PERFORM WRITE-REO-RECORD
            PERFORM POST-REO-TRANSFER
            PERFORM MARK-COLLATERAL-RELEASED
            SET FcToReo TO TRUE
            REWRITE ForeclosureRecord
            DISPLAY 'Property moved to REO at ' ReoBookValue '.'
            IF ReoWriteDown > ZERO
                DISPLAY 'Write-down of ' ReoWriteDown
                    ' charged off at transfer.'
            END-IF
    END-READ.

WRITE-REO-RECORD.
    OPEN I-O ReoPropertyFile.
    IF WS-ReoPropertyStatus = '35'
        OPEN OUTPUT ReoPropertyFile
        CLOSE ReoPropertyFile
        OPEN I-O ReoPropertyFile
    END-IF.
    WRITE ReoPropertyRecord
        INVALID KEY
            DISPLAY 'An REO record already exists for this loan.'
    END-WRITE.
    CLOSE ReoPropertyFile.

POST-REO-TRANSFER.
    MOVE 'REO-XFER  ' TO WS-AdjSource.
    IF ReoBookValue > ZERO
        MOVE 'REO-ASSET ' TO WS-AdjDebitAccount
        MOVE 'LOANS-RECV' TO WS-AdjCreditAccount
        MOVE ReoBookValue TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING FcSaleDate FcLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    IF ReoWriteDown > ZERO
        MOVE 'CHGOFF-EXP' TO WS-AdjDebitAccount
        MOVE 'LOANS-RECV' TO WS-AdjCreditAccount
        MOVE ReoWriteDown TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING FcSaleDate FcLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.

*> reinstatement, payoff, short sale or a modification ends the
*> foreclosure before sale
CLOSE-FORECLOSURE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            IF NOT FcInProcess
                DISPLAY 'Status is ' FcStatus
                    '; only an open foreclosure can be closed.'
            ELSE
                DISPLAY 'Enter Reason (e.g., REINSTATED, PAID OFF,'
                DISPLAY 'SHORT SALE, MODIFIED): '
                ACCEPT FcClosedReason
                PERFORM UNTIL FcClosedReason NOT = SPACES
                    DISPLAY 'A reason is required: '
                    ACCEPT FcClosedReason
                END-PERFORM
                MOVE WS-TodayDate TO FcClosedDate
                SET FcClosed TO TRUE
                REWRITE ForeclosureRecord
                DISPLAY 'Foreclosure closed.'
            END-IF
    END-READ.

DISPLAY-FORECLOSURE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT FcLoanID.
    READ ForeclosureFile
        INVALID KEY
            DISPLAY 'No foreclosure on file for this loan.'
        NOT INVALID KEY
            DISPLAY 'Foreclosure [' FcStatus '] state ' FcPropertyState
                ' judicial ' FcJudicialFlag ' attorney ' FcAttorney
            DISPLAY 'Referred     ' FcReferralDate ' by ' FcReferredBy
            DISPLAY 'First legal  ' FcFirstLegalDate ' target '
                FcFirstLegalTarget
            IF FcJudicial
                DISPLAY 'Judgment     ' FcJudgmentDate ' target '
                    FcJudgmentTarget
            END-IF
            DISPLAY 'Sale         ' FcScheduledSaleDate ' target '
                FcSaleTarget
            IF FcSaleDate NOT = ZERO
                DISPLAY 'Sold ' FcSaleDate ' result ' FcSaleResult
                    ' bid ' FcSaleAmount
            END-IF
            IF FcClosed
                DISPLAY 'Closed ' FcClosedDate ' ' FcClosedReason
            END-IF
    END-READ.

MAINTAIN-STATE-TIMELINE.
    OPEN I-O ForeclosureTimelineFile.
    IF WS-ForeclosureTimelineStatus = '35'
        OPEN OUTPUT ForeclosureTimelineFile
        CLOSE ForeclosureTimelineFile
        OPEN I-O ForeclosureTimelineFile
    END-IF.
    DISPLAY 'Enter State Code (e.g., OH): '.
    ACCEPT TimelineState.
    READ ForeclosureTimelineFile
        INVALID KEY
            MOVE 'N' TO WS-TimelineFound
        NOT INVALID KEY
            MOVE 'Y' TO WS-TimelineFound
            DISPLAY 'Current: judicial ' TimelineJudicialFlag
                ' first legal ' TimelineFirstLegalDays
                ' judgment ' TimelineJudgmentDays
                ' sale ' TimelineSaleDays
    END-READ.
    DISPLAY 'Judicial foreclosure state? (Y/N): '.
    ACCEPT TimelineJudicialFlag.
    PERFORM UNTIL TimelineJudicialValid
        DISPLAY 'Invalid input. Enter Y or N: '
        ACCEPT TimelineJudicialFlag
    END-PERFORM.
    DISPLAY 'Enter Days from Referral to First Legal: '.
    ACCEPT TimelineFirstLegalDays.
    IF TimelineJudicial
        DISPLAY 'Enter Days from First Legal to Judgment: '
        ACCEPT TimelineJudgmentDays
        DISPLAY 'Enter Days from Judgment to Sale: '
    ELSE
        MOVE ZERO TO TimelineJudgmentDays
        DISPLAY 'Enter Days from First Legal to Sale: '
    END-IF.
    ACCEPT TimelineSaleDays.
    IF WS-TimelineFound = 'Y'
        REWRITE ForeclosureTimelineRecord
        DISPLAY 'Timeline updated for ' TimelineState '.'
    ELSE
        WRITE ForeclosureTimelineRecord
        DISPLAY 'Timeline added for ' TimelineState '.'
    END-IF.
    CLOSE ForeclosureTimelineFile.

LOOKUP-STATE-TIMELINE.
    MOVE 'N' TO WS-TimelineFound.
    OPEN INPUT ForeclosureTimelineFile.
    IF WS-ForeclosureTimelineStatus = '00'
        MOVE FcPropertyState TO TimelineState
        READ ForeclosureTimelineFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-TimelineFound
        END-READ
        CLOSE ForeclosureTimelineFile
    END-IF.

ACCEPT-MILESTONE-DATE.
    DISPLAY 'Enter Date (YYYYMMDD), or zero for today: '.
    ACCEPT WS-EntryDate.
    PERFORM UNTIL WS-EntryDate NUMERIC
        DISPLAY 'Invalid input. Enter a numeric date (YYYYMMDD): '
        ACCEPT WS-EntryDate
    END-PERFORM.
    IF WS-EntryDate = ZERO
        MOVE WS-TodayDate TO WS-EntryDate
    END-IF.
    PERFORM UNTIL WS-EntryDate NOT LESS THAN WS-EarliestDate
        DISPLAY 'The date cannot precede the prior milestone '
            WS-EarliestDate '. Enter Date (YYYYMMDD): '
        ACCEPT WS-EntryDate
    END-PERFORM.

SHOW-MILESTONE-AGAINST-TARGET.
    IF FcJudgmentEntered
        DISPLAY 'Judgment recorded ' FcJudgmentDate
            '; target ' FcJudgmentTarget '.'
        IF FcJudgmentDate > FcJudgmentTarget
            DISPLAY 'WARNING: the judgment missed its target date.'
        END-IF
    ELSE
        DISPLAY 'First legal action recorded ' FcFirstLegalDate
            '; target ' FcFirstLegalTarget '.'
        IF FcFirstLegalDate > FcFirstLegalTarget
            DISPLAY 'WARNING: first legal missed its target date.'
        END-IF
    END-IF.

LOOKUP-LOAN.
    MOVE 'N' TO WS-LoanFound.
    OPEN INPUT LoanFile.
    IF WS-LoanFileStatus = '00'
        MOVE FcLoanID TO LoanID OF LoanRecord
        READ LoanFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-LoanFound
        END-READ
        CLOSE LoanFile
    END-IF.

CHECK-COLLATERAL-HELD.
    MOVE 'N' TO WS-CollateralHeld.
    MOVE SPACES TO WS-CollateralState.
    OPEN INPUT CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE FcLoanID TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CollateralHeld
                    MOVE 'Y' TO WS-CollateralHeld
                    MOVE CollateralState TO WS-CollateralState
                END-IF
        END-READ
        CLOSE CollateralFile
    END-IF.

MARK-COLLATERAL-RELEASED.
    OPEN I-O CollateralFile.
    IF WS-CollateralFileStatus = '00'
        MOVE FcLoanID TO CollateralLoanID
        READ CollateralFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CollateralReleased TO TRUE
                MOVE FcSaleDate TO CollateralReleaseDate
                REWRITE CollateralRecord
        END-READ
        CLOSE CollateralFile
    END-IF.

OPEN-FORECLOSURE-FILE.
    OPEN I-O ForeclosureFile.
    IF WS-ForeclosureFileStatus = '35'
        OPEN OUTPUT ForeclosureFile
        CLOSE ForeclosureFile
        OPEN I-O ForeclosureFile
    END-IF.
