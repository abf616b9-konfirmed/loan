01  BorrowerRecord.
    05 BorrowerID           PIC 9(5).
    05 BorrowerFullName     PIC X(30).
    05 BorrowerAddress.
        10 BorrowerAddrLine1    PIC X(40).
        10 BorrowerAddrLine2    PIC X(40).
        10 BorrowerCity         PIC X(25).
        10 BorrowerState        PIC X(02).
        10 BorrowerZipCode.
            15 BorrowerZip5     PIC X(05).
            15 BorrowerZip4     PIC X(04).
        10 BorrowerCountry      PIC X(02).
            88 BorrowerCountryUS VALUE 'US' SPACES.
    05 BorrowerPhone        PIC X(15).
    05 BorrowerTaxID        PIC X(11).
    05 BorrowerDOB          PIC 9(8).
        88 BorrowerGoodAddress VALUE 'N'.
    05 BorrowerBadAddressDate    PIC 9(8).
    05 BorrowerBadAddressReason  PIC X(20).
    05 BorrowerEmailAddress      PIC X(60).
    05 BorrowerEDeliveryConsent  PIC X(01).
        88 BorrowerEConsentGiven VALUE 'Y'.
        88 BorrowerEConsentNone  VALUE 'N' SPACE.
    05 BorrowerEConsentDate      PIC 9(8).
    05 BorrowerDeliveryPref      PIC X(05).
        88 BorrowerPrefersEmail  VALUE 'EMAIL'.
        88 BorrowerPrefersPaper  VALUE 'PAPER' SPACES.
    05 BorrowerEmailBounceDate   PIC 9(8).
    05 BorrowerLanguage          PIC X(02).
        88 BorrowerLangEnglish   VALUE 'EN' SPACES.
        88 BorrowerLangSpanish   VALUE 'ES'.
        88 BorrowerLanguageValid VALUE 'EN' 'ES'.
    05 BorrowerCipIdType         PIC X(04).
        88 BorrowerCipIdDriverLic  VALUE 'DL'.
        88 BorrowerCipIdPassport   VALUE 'PASS'.
        88 BorrowerCipIdStateCard  VALUE 'STID'.
        88 BorrowerCipIdMilitary   VALUE 'MIL'.
        88 BorrowerCipIdAlienCard  VALUE 'PRC'.
        88 BorrowerCipIdTypeValid  VALUE 'DL' 'PASS' 'STID' 'MIL' 'PRC'.
    05 BorrowerCipIdNumber       PIC X(17).
    05 BorrowerCipIdIssuer       PIC X(02).
    05 BorrowerCipIdExpiration   PIC 9(8).
    05 BorrowerCipMethod         PIC X(04).
        88 BorrowerCipDocumentary  VALUE 'DOC'.
        88 BorrowerCipNonDocument  VALUE 'NDOC'.
        88 BorrowerCipMethodValid  VALUE 'DOC' 'NDOC'.
    05 BorrowerCipVerifiedBy     PIC X(20).
    05 BorrowerCipVerifiedDate   PIC 9(8).
    05 BorrowerInsiderFlag       PIC X(01).
        88 BorrowerIsInsider     VALUE 'Y'.
        88 BorrowerNotInsider    VALUE 'N' SPACE.
    05 BorrowerInsiderType       PIC X(12).
        88 BorrowerInsiderExecOfficer VALUE 'EXEC-OFFICER'.
        88 BorrowerInsiderDirector    VALUE 'DIRECTOR'.
        88 BorrowerInsiderPrincipalSH VALUE 'PRINCIPAL-SH'.
        88 BorrowerInsiderRelatedInt  VALUE 'RELATED-INT'.
        88 BorrowerInsiderTypeValid   VALUE 'EXEC-OFFICER' 'DIRECTOR'
                                            'PRINCIPAL-SH'.
    05 BorrowerInsiderDate       PIC 9(8).
