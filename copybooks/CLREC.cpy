        88 CollateralReleased  VALUE 'Y'.
        88 CollateralHeld      VALUE 'N'.
    05 CollateralReleaseDate   PIC 9(8).
    05 CollateralLocation.
        10 CollateralState     PIC X(02).
        10 CollateralCounty    PIC X(25).
        10 CollateralZip5      PIC X(05).
