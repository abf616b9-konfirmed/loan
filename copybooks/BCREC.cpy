01  BranchRecord.
    05 BranchCode          PIC X(04).
    05 BranchName          PIC X(20).
    05 BranchCompanyCode   PIC X(04).
