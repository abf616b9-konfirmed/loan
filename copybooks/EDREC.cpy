    05 EscrowDisbType        PIC X(03).
        88 EscrowDisbTax       VALUE 'TAX'.
        88 EscrowDisbInsurance VALUE 'INS'.
        88 EscrowDisbPmi       VALUE 'PMI'.
    05 EscrowDisbPayee       PIC X(30).
    05 EscrowDisbAmount      PIC 9(9)V99.
