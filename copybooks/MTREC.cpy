    05 MetroComplianceCode     PIC X(02).
        88 MetroDisputeFCRA  VALUE 'XB'.
        88 MetroNoCompliance VALUE '  '.
    05 MetroAddressLine1       PIC X(40).
    05 MetroAddressLine2       PIC X(40).
    05 MetroCity               PIC X(25).
    05 MetroState              PIC X(02).
    05 MetroZipCode            PIC X(09).
    05 MetroCountryCode        PIC X(02).
    05 MetroSpecialComment     PIC X(02).
        88 MetroDisasterRelief   VALUE 'AW'.
        88 MetroNoSpecialComment VALUE '  '.
