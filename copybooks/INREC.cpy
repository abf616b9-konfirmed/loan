01  InsiderLinkRecord.
    05 LinkRelatedBorrowerID  PIC 9(5).
    05 LinkInsiderBorrowerID  PIC 9(5).
    05 LinkInterestType       PIC X(10).
        88 LinkControlledCompany VALUE 'COMPANY'.
        88 LinkPoliticalCommittee VALUE 'POLITICAL'.
        88 LinkInterestTypeValid VALUE 'COMPANY' 'POLITICAL'.
    05 LinkDate               PIC 9(8).
    05 LinkUserID             PIC X(20).
