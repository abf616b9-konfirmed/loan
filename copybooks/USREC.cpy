        88 UserRoleAdmin       VALUE 'ADMIN'.
    05 UserBranchCode   PIC X(04).
    05 UserOfficerID    PIC 9(5).
    05 UserStatus       PIC X(10).
        88 UserStatusActive     VALUE 'ACTIVE' SPACES.
        88 UserStatusLocked     VALUE 'LOCKED'.
        88 UserStatusDisabled   VALUE 'DISABLED'.
        88 UserStatusTerminated VALUE 'TERMINATED'.
    05 UserFailedAttempts      PIC 9(2).
    05 UserPasswordChangedDate PIC 9(8).
    05 UserMustChangePassword  PIC X(01).
        88 UserPasswordChangeDue VALUE 'Y'.
    05 UserLastSignOnDate      PIC 9(8).
    05 UserCompanyCode         PIC X(04) OCCURS 5 TIMES.
