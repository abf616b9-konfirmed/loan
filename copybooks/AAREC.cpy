01  AssessmentAreaRecord.
    05 AreaCountyKey.
        10 AreaStateFips       PIC 9(2).
        10 AreaCountyFips      PIC 9(3).
    05 AreaCountyName          PIC X(25).
    05 AreaStateCode           PIC X(02).
    05 AreaMsaCode             PIC 9(5).
    05 AreaStatus              PIC X(08).
        88 AreaActive          VALUE 'ACTIVE'.
        88 AreaRemoved         VALUE 'REMOVED'.
    05 AreaEffectiveDate       PIC 9(8).
    05 AreaAddedBy             PIC X(20).
    05 AreaRemovedDate         PIC 9(8).
    05 AreaRemovedBy           PIC X(20).
