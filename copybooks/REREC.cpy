01  ReoPropertyRecord.
    05 ReoLoanID               PIC 9(7).
    05 ReoAcquiredDate         PIC 9(8).
    05 ReoLoanBalance          PIC 9(9)V99.
    05 ReoBookValue            PIC 9(9)V99.
    05 ReoWriteDown            PIC 9(9)V99.
    05 ReoCarryingCosts        PIC 9(9)V99.
    05 ReoListDate             PIC 9(8).
    05 ReoListPrice            PIC 9(9)V99.
    05 ReoListingAgent         PIC X(30).
    05 ReoSaleDate             PIC 9(8).
    05 ReoGrossSalePrice       PIC 9(9)V99.
    05 ReoSellingCosts         PIC 9(9)V99.
    05 ReoNetProceeds          PIC 9(9)V99.
    05 ReoGainAmount           PIC 9(9)V99.
    05 ReoLossAmount           PIC 9(9)V99.
    05 ReoStatus               PIC X(08).
        88 ReoHeld             VALUE 'HELD'.
        88 ReoListed           VALUE 'LISTED'.
        88 ReoSold             VALUE 'SOLD'.
        88 ReoOnHand           VALUE 'HELD' 'LISTED'.
