    SELECT ComplaintFile ASSIGN TO 'complaints.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ComplaintID
        ALTERNATE RECORD KEY IS ComplaintLoanID WITH DUPLICATES
        FILE STATUS IS WS-ComplaintFileStatus.
