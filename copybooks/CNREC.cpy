01  ContactPreferenceRecord.
    05 ContactBorrowerID        PIC 9(5).
    05 ContactPhoneType         PIC X(06).
        88 ContactPhoneHome      VALUE 'HOME'.
        88 ContactPhoneMobile    VALUE 'MOBILE'.
        88 ContactPhoneWork      VALUE 'WORK'.
        88 ContactPhoneTypeValid VALUE 'HOME' 'MOBILE' 'WORK'.
    05 ContactPhoneTypeDate     PIC 9(8).
    05 ContactPhoneTypeSource   PIC X(08).
    05 ContactAutodialConsent   PIC X(01).
        88 ContactAutodialGiven   VALUE 'Y'.
        88 ContactAutodialRevoked VALUE 'N'.
    05 ContactAutodialDate      PIC 9(8).
    05 ContactAutodialSource    PIC X(08).
    05 ContactDoNotCall         PIC X(01).
        88 ContactDoNotCallSet   VALUE 'Y'.
    05 ContactDoNotCallDate     PIC 9(8).
    05 ContactDoNotCallSource   PIC X(08).
    05 ContactNoWorkCalls       PIC X(01).
        88 ContactNoWorkCallsSet VALUE 'Y'.
    05 ContactNoWorkCallsDate   PIC 9(8).
    05 ContactNoWorkCallsSource PIC X(08).
    05 ContactHoursFrom         PIC 9(4).
    05 ContactHoursTo           PIC 9(4).
    05 ContactHoursDate         PIC 9(8).
    05 ContactHoursSource       PIC X(08).
    05 ContactPrivacyOptOut     PIC X(01).
        88 ContactPrivacyOptedOut VALUE 'Y'.
    05 ContactPrivacyOptOutDate PIC 9(8).
    05 ContactPrivacySource     PIC X(08).
    05 ContactPrivacyNoticeDate PIC 9(8).
    05 ContactUpdatedBy         PIC X(20).
    05 ContactUpdatedDate       PIC 9(8).
