01  CensusGeographyRecord.
    05 GeoSubjectKey.
        10 GeoSubjectType      PIC X(01).
            88 GeoForBorrower      VALUE 'B'.
            88 GeoForCollateral    VALUE 'C'.
            88 GeoSubjectTypeValid VALUE 'B' 'C'.
        10 GeoSubjectID        PIC 9(7).
    05 GeoStateFips            PIC 9(2).
    05 GeoCountyFips           PIC 9(3).
    05 GeoTract                PIC 9(6).
    05 GeoMsaCode              PIC 9(5).
    05 GeoIncomeLevel          PIC X(01).
        88 GeoIncomeLow        VALUE 'L'.
        88 GeoIncomeModerate   VALUE 'M'.
        88 GeoIncomeMiddle     VALUE 'I'.
        88 GeoIncomeUpper      VALUE 'U'.
        88 GeoIncomeUnknown    VALUE 'N'.
        88 GeoIncomeLevelValid VALUE 'L' 'M' 'I' 'U' 'N'.
    05 GeoEffectiveDate        PIC 9(8).
    05 GeoImportedDate         PIC 9(8).
