    05 MSProductCode         PIC X(04).
    05 MSBranchCode          PIC X(04).
    05 MSNextPaymentDueDate  PIC 9(8).
    05 MSCompanyCode         PIC X(04).
