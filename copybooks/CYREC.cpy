01  CompanyRecord.
    05 CompanyCode          PIC X(04).
    05 CompanyName          PIC X(30).
    05 CompanyTaxID         PIC X(10).
    05 CompanyHomeFlag      PIC X(01).
        88 CompanyHome     VALUE 'Y'.
        88 CompanyNotHome  VALUE 'N'.
    05 CompanyStatus        PIC X(08).
        88 CompanyActive   VALUE 'ACTIVE'.
        88 CompanyInactive VALUE 'INACTIVE'.
    05 CompanyAddedDate     PIC 9(8).
