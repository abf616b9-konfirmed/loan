IDENTIFICATION DIVISION.
PROGRAM-ID. MaintainReoProperties.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY RESEL.

DATA DIVISION.
FILE SECTION.
FD  ReoPropertyFile.
    COPY REREC.

WORKING-STORAGE SECTION.
01 WS-ReoPropertyStatus     PIC X(02).
01 WS-ReoEOF                PIC X VALUE 'N'.
01 WS-Choice                PIC 9.
01 WS-TodayDate             PIC 9(8).
01 WS-EntryDate             PIC 9(8).
01 WS-CostAmount            PIC 9(9)V99 VALUE ZERO.
01 WS-PropertiesShown       PIC 9(5) VALUE ZERO.
01 WS-TotalBookValue        PIC 9(11)V99 VALUE ZERO.
01 WS-TotalCarryingCosts    PIC 9(11)V99 VALUE ZERO.
01 WS-AdjDebitAccount       PIC X(10).
01 WS-AdjCreditAccount      PIC X(10).
01 WS-AdjAmount             PIC 9(11)V99.
01 WS-AdjSource             PIC X(10).

LINKAGE SECTION.
01 LS-UserID PIC X(20).

*> other real estate owned: property the bank took back at a
*> foreclosure sale, carried at its book value from the transfer.
*> Taxes, insurance and upkeep paid while it is held are expensed as
*> they are paid; on sale the net proceeds clear the book value and
*> any difference is booked as a gain or loss on the sale
PROCEDURE DIVISION USING LS-UserID.
    CALL 'GetBusinessDate' USING WS-TodayDate.
    OPEN I-O ReoPropertyFile.
    IF WS-ReoPropertyStatus = '35'
        OPEN OUTPUT ReoPropertyFile
        CLOSE ReoPropertyFile
        OPEN I-O ReoPropertyFile
    END-IF.

    DISPLAY '--- REO Properties ---'.
    DISPLAY '1. Record Carrying Cost'.
    DISPLAY '2. List Property for Sale'.
    DISPLAY '3. Record Property Sale'.
    DISPLAY '4. Display REO Property'.
    DISPLAY '5. REO Inventory'.
    DISPLAY 'Please enter your choice: '.
    ACCEPT WS-Choice.

    EVALUATE WS-Choice
        WHEN 1
            PERFORM RECORD-CARRYING-COST
        WHEN 2
            PERFORM LIST-PROPERTY
        WHEN 3
            PERFORM RECORD-PROPERTY-SALE
        WHEN 4
            PERFORM DISPLAY-REO-PROPERTY
        WHEN 5
            PERFORM SHOW-REO-INVENTORY
        WHEN OTHER
            DISPLAY 'Invalid choice, please try again.'
    END-EVALUATE.

    CLOSE ReoPropertyFile.
    GOBACK.

RECORD-CARRYING-COST.
    DISPLAY 'Enter Loan ID of the REO Property: '.
    ACCEPT ReoLoanID.
    READ ReoPropertyFile
        INVALID KEY
            DISPLAY 'No REO property on file for this loan.'
        NOT INVALID KEY
            IF NOT ReoOnHand
                DISPLAY 'Property was sold on ' ReoSaleDate
                    '; no further costs can be recorded.'
            ELSE
                DISPLAY 'Enter Cost Amount (taxes, insurance, upkeep): '
                ACCEPT WS-CostAmount
                PERFORM UNTIL WS-CostAmount NUMERIC
                        AND WS-CostAmount > ZERO
                    DISPLAY 'Invalid input. Enter a positive amount: '
                    ACCEPT WS-CostAmount
                END-PERFORM
                ADD WS-CostAmount TO ReoCarryingCosts
                REWRITE ReoPropertyRecord
                MOVE 'REO-EXPENS' TO WS-AdjDebitAccount
                MOVE 'CASH      ' TO WS-AdjCreditAccount
                MOVE WS-CostAmount TO WS-AdjAmount
                MOVE 'REO-COST  ' TO WS-AdjSource
                CALL 'WriteGLAdjustment' USING WS-TodayDate ReoLoanID
                    WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
                    WS-AdjSource
                DISPLAY 'Cost recorded. Carrying costs to date: '
                    ReoCarryingCosts
            END-IF
    END-READ.

*> a listed property can be listed again to change its price or
*> agent
LIST-PROPERTY.
    DISPLAY 'Enter Loan ID of the REO Property: '.
    ACCEPT ReoLoanID.
    READ ReoPropertyFile
        INVALID KEY
            DISPLAY 'No REO property on file for this loan.'
        NOT INVALID KEY
            IF NOT ReoOnHand
                DISPLAY 'Property was sold on ' ReoSaleDate '.'
            ELSE
                PERFORM ACCEPT-ENTRY-DATE
                MOVE WS-EntryDate TO ReoListDate
                DISPLAY 'Enter List Price: '
                ACCEPT ReoListPrice
                PERFORM UNTIL ReoListPrice NUMERIC
                        AND ReoListPrice > ZERO
                    DISPLAY 'Invalid input. Enter a positive List Price: '
                    ACCEPT ReoListPrice
                END-PERFORM
                DISPLAY 'Enter Listing Agent: '
                ACCEPT ReoListingAgent
                SET ReoListed TO TRUE
                REWRITE ReoPropertyRecord
                DISPLAY 'Property listed at ' ReoListPrice '.'
                IF ReoListPrice < ReoBookValue
                    DISPLAY 'NOTE: the list price is below the book '
                        'value of ' ReoBookValue '.'
                END-IF
            END-IF
    END-READ.

RECORD-PROPERTY-SALE.
    DISPLAY 'Enter Loan ID of the REO Property: '.
    ACCEPT ReoLoanID.
    READ ReoPropertyFile
        INVALID KEY
            DISPLAY 'No REO property on file for this loan.'
        NOT INVALID KEY
            IF NOT ReoOnHand
                DISPLAY 'Property was already sold on ' ReoSaleDate '.'
            ELSE
                PERFORM ACCEPT-ENTRY-DATE
                PERFORM UNTIL WS-EntryDate NOT LESS THAN ReoAcquiredDate
                    DISPLAY 'The sale cannot precede the acquisition '
                        ReoAcquiredDate '.'
                    PERFORM ACCEPT-ENTRY-DATE
                END-PERFORM
                MOVE WS-EntryDate TO ReoSaleDate
                DISPLAY 'Enter Gross Sale Price: '
                ACCEPT ReoGrossSalePrice
                PERFORM UNTIL ReoGrossSalePrice NUMERIC
                    DISPLAY 'Invalid input. Enter numeric Sale Price: '
                    ACCEPT ReoGrossSalePrice
                END-PERFORM
                DISPLAY 'Enter Selling Costs (commission, closing): '
                ACCEPT ReoSellingCosts
                PERFORM UNTIL ReoSellingCosts NUMERIC
                        AND ReoSellingCosts NOT > ReoGrossSalePrice
                    DISPLAY 'Invalid input. Selling Costs cannot exceed '
                        'the Sale Price: '
                    ACCEPT ReoSellingCosts
                END-PERFORM
                COMPUTE ReoNetProceeds =
                    ReoGrossSalePrice - ReoSellingCosts
                MOVE ZERO TO ReoGainAmount
                MOVE ZERO TO ReoLossAmount
                IF ReoNetProceeds NOT LESS THAN ReoBookValue
                    COMPUTE ReoGainAmount =
                        ReoNetProceeds - ReoBookValue
                ELSE
                    COMPUTE ReoLossAmount =
                        ReoBookValue - ReoNetProceeds
                END-IF
                SET ReoSold TO TRUE
                REWRITE ReoPropertyRecord
                PERFORM POST-REO-SALE
                DISPLAY 'Sale recorded. Net proceeds ' ReoNetProceeds
                    ' against book value ' ReoBookValue '.'
                IF ReoGainAmount > ZERO
                    DISPLAY 'Gain on sale: ' ReoGainAmount
                END-IF
                IF ReoLossAmount > ZERO
                    DISPLAY 'Loss on sale: ' ReoLossAmount
                END-IF
            END-IF
    END-READ.

*> cash in clears the book value first; any excess is a gain and any
*> shortfall is a loss against the asset
POST-REO-SALE.
    MOVE 'REO-SALE  ' TO WS-AdjSource.
    MOVE 'CASH      ' TO WS-AdjDebitAccount.
    MOVE 'REO-ASSET ' TO WS-AdjCreditAccount.
    IF ReoGainAmount > ZERO OR ReoLossAmount = ZERO
        MOVE ReoBookValue TO WS-AdjAmount
    ELSE
        MOVE ReoNetProceeds TO WS-AdjAmount
    END-IF.
    IF WS-AdjAmount > ZERO
        CALL 'WriteGLAdjustment' USING ReoSaleDate ReoLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    IF ReoGainAmount > ZERO
        MOVE 'CASH      ' TO WS-AdjDebitAccount
        MOVE 'REO-GAIN  ' TO WS-AdjCreditAccount
        MOVE ReoGainAmount TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING ReoSaleDate ReoLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.
    IF ReoLossAmount > ZERO
        MOVE 'REO-LOSS  ' TO WS-AdjDebitAccount
        MOVE 'REO-ASSET ' TO WS-AdjCreditAccount
        MOVE ReoLossAmount TO WS-AdjAmount
        CALL 'WriteGLAdjustment' USING ReoSaleDate ReoLoanID
            WS-AdjDebitAccount WS-AdjCreditAccount WS-AdjAmount
            WS-AdjSource
    END-IF.

DISPLAY-REO-PROPERTY.
    DISPLAY 'Enter Loan ID of the REO Property: '.
    ACCEPT ReoLoanID.
    READ ReoPropertyFile
        INVALID KEY
            DISPLAY 'No REO property on file for this loan.'
        NOT INVALID KEY
            DISPLAY 'REO [' ReoStatus '] acquired ' ReoAcquiredDate
            DISPLAY 'Loan balance ' ReoLoanBalance ' book value '
                ReoBookValue ' write-down ' ReoWriteDown
            DISPLAY 'Carrying costs ' ReoCarryingCosts
            IF ReoListDate NOT = ZERO
                DISPLAY 'Listed ' ReoListDate ' at ' ReoListPrice
                    ' with ' ReoListingAgent
            END-IF
            IF ReoSold
                DISPLAY 'Sold ' ReoSaleDate ' gross ' ReoGrossSalePrice
                    ' costs ' ReoSellingCosts ' net ' ReoNetProceeds
                DISPLAY 'Gain ' ReoGainAmount ' loss ' ReoLossAmount
            END-IF
    END-READ.

SHOW-REO-INVENTORY.
    MOVE ZERO TO WS-PropertiesShown.
    MOVE ZERO TO WS-TotalBookValue.
    MOVE ZERO TO WS-TotalCarryingCosts.
    MOVE 'N' TO WS-ReoEOF.
    MOVE ZERO TO ReoLoanID.
    START ReoPropertyFile KEY IS NOT LESS THAN ReoLoanID
        INVALID KEY
            MOVE 'Y' TO WS-ReoEOF
    END-START.
    PERFORM UNTIL WS-ReoEOF = 'Y'
        READ ReoPropertyFile NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ReoEOF
            NOT AT END
                IF ReoOnHand
                    ADD 1 TO WS-PropertiesShown
                    ADD ReoBookValue TO WS-TotalBookValue
                    ADD ReoCarryingCosts TO WS-TotalCarryingCosts
                    DISPLAY ReoLoanID ' [' ReoStatus '] acquired '
                        ReoAcquiredDate ' book ' ReoBookValue
                        ' costs ' ReoCarryingCosts ' list '
                        ReoListPrice
                END-IF
    END-PERFORM.
    IF WS-PropertiesShown = ZERO
        DISPLAY 'No REO properties on hand.'
    ELSE
        DISPLAY 'Properties on hand: ' WS-PropertiesShown
        DISPLAY 'Total book value:   ' WS-TotalBookValue
        DISPLAY 'Total carrying costs: ' WS-TotalCarryingCosts
    END-IF.

ACCEPT-ENTRY-DATE.
    DISPLAY 'Enter Date (YYYYMMDD), or zero for today: '.
    ACCEPT WS-EntryDate.
    PERFORM UNTIL WS-EntryDate NUMERIC
        DISPLAY 'Invalid input. Enter a numeric date (YYYYMMDD): '
        ACCEPT WS-EntryDate
    END-PERFORM.
    IF WS-EntryDate = ZERO
        MOVE WS-TodayDate TO WS-EntryDate
    END-IF.
