    SELECT ClaimReleaseFile ASSIGN TO 'loss-claim-releases.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ClaimReleaseStatus.
