01  GradeSnapshotRecord.
    05 SnapLoanID          PIC 9(7).
    05 SnapQuarterEnd      PIC 9(8).
    05 SnapRiskGrade       PIC X(04).
    05 SnapBalance         PIC 9(9)V99.
