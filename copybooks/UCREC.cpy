01  UnderwritingConditionRecord.
    05 ConditionKey.
        10 CondApplicationID     PIC 9(5).
        10 CondSeqNo             PIC 9(3).
    05 CondText                  PIC X(60).
    05 CondCategory              PIC X(04).
        88 CondPriorToDocs         VALUE 'PTD'.
        88 CondPriorToFunding      VALUE 'PTF'.
        88 CondPostClosing         VALUE 'POST'.
        88 CondCategoryValid       VALUE 'PTD' 'PTF' 'POST'.
        88 CondBlocksFunding       VALUE 'PTD' 'PTF'.
    05 CondResponsible           PIC X(10).
        88 CondRespBorrower        VALUE 'BORROWER'.
        88 CondRespLoanOfficer     VALUE 'OFFICER'.
        88 CondRespProcessor       VALUE 'PROCESSOR'.
        88 CondRespUnderwriter     VALUE 'UNDERWRITE'.
        88 CondRespClosing         VALUE 'CLOSING'.
        88 CondRespThirdParty      VALUE 'THIRDPARTY'.
        88 CondResponsibleValid    VALUE 'BORROWER' 'OFFICER'
                                         'PROCESSOR' 'UNDERWRITE'
                                         'CLOSING' 'THIRDPARTY'.
    05 CondStatus                PIC X(08).
        88 CondOpen                VALUE 'OPEN'.
        88 CondCleared             VALUE 'CLEARED'.
        88 CondWaived              VALUE 'WAIVED'.
    05 CondAddedDate             PIC 9(8).
    05 CondAddedBy               PIC X(20).
    05 CondClearedDate           PIC 9(8).
    05 CondClearedBy             PIC X(20).
