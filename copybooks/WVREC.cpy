        88 WaiverReasonCustomer  VALUE 'CUST'.
        88 WaiverReasonHardship  VALUE 'HDSP'.
        88 WaiverReasonOther     VALUE 'OTHR'.
        88 WaiverReasonBackdated VALUE 'BKDT'.
    05 WaiverRequestUserID PIC X(20).
    05 WaiverRequestDate   PIC 9(8).
    05 WaiverApproveUserID PIC X(20).
