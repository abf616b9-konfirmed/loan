        88 BatchAttended   VALUE 'N'.
    05 BatchToleranceAmount PIC 9(9)V99.
    05 BatchIntegrityThreshold PIC 9(5).
    05 BatchGLTolerance PIC 9(7)V99.
