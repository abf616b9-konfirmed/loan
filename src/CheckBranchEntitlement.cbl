01 LS-LoanID        PIC 9(7).
01 LS-LoanBranch    PIC X(04).
01 LS-LoanOfficerID PIC 9(5).
01 LS-LoanCompany   PIC X(04).
01 LS-Allowed       PIC X(01).

*> row-level entitlement: tellers see only their own branch, loan
*> officers see their branch plus their own assignments, ADMIN sees
*> everything; denied lookups go to the audit trail. Whatever the
*> role, a loan of a company the user is not entitled to is refused
PROCEDURE DIVISION USING LS-UserID LS-LoanID LS-LoanBranch
        LS-LoanOfficerID LS-LoanCompany LS-Allowed.
    MOVE 'N' TO LS-Allowed.
    CALL 'CheckCompanyEntitlement' USING LS-UserID LS-LoanCompany
        LS-Allowed.
    IF LS-Allowed = 'N'
        GOBACK
    END-IF.
    MOVE 'N' TO LS-Allowed.
    PERFORM LOOKUP-USER.
*> no user record means no entitlement: the control fails closed and
