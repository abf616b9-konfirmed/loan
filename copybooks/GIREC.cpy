01  GeocodeImportRecord.
    05 GeoImpSubjectType       PIC X(01).
    05 GeoImpSubjectID         PIC 9(7).
    05 GeoImpStateFips         PIC 9(2).
    05 GeoImpCountyFips        PIC 9(3).
    05 GeoImpTract             PIC 9(6).
    05 GeoImpMsaCode           PIC 9(5).
    05 GeoImpIncomeLevel       PIC X(01).
    05 GeoImpEffectiveDate     PIC 9(8).
