01  ConstructionProjectRecord.
    05 ProjectLoanID             PIC 9(7).
    05 ProjectDescription        PIC X(40).
    05 ProjectRetainagePct       PIC 9(2)V99.
    05 ProjectStatus             PIC X(08).
        88 ProjectInProgress       VALUE 'ACTIVE'.
        88 ProjectComplete         VALUE 'COMPLETE'.
    05 ProjectSetupDate          PIC 9(8).
    05 ProjectSetupBy            PIC X(20).
    05 ProjectLastInspectionDate PIC 9(8).
    05 ProjectFinalInspectionDate PIC 9(8).
    05 ProjectRetainageReleased  PIC 9(9)V99.
