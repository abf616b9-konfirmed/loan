        88 FreezeReasonRisk        VALUE 'RISK'.
        88 FreezeReasonFraud       VALUE 'FRD '.
        88 FreezeReasonBorrower    VALUE 'REQ '.
        88 FreezeReasonScore       VALUE 'SCOR'.
        88 FreezeReasonNone        VALUE '    '.
    05 LineFreezeDate   PIC 9(8).
    05 LineReviewDate   PIC 9(8).
