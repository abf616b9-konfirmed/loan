    ACCEPT CollateralAppraisedValue.
    DISPLAY 'Enter Lien Position: '.
    ACCEPT CollateralLienPosition.
    PERFORM ACCEPT-COLLATERAL-LOCATION.
    MOVE SPACES TO CollateralInsCarrier.
    MOVE SPACES TO CollateralInsPolicyNumber.
    MOVE ZERO TO CollateralInsCoverageAmount.
            ACCEPT CollateralAppraisedValue
            DISPLAY 'Enter Lien Position: '
            ACCEPT CollateralLienPosition
            PERFORM ACCEPT-COLLATERAL-LOCATION
            REWRITE CollateralRecord
            PERFORM WRITE-APPRAISAL-HISTORY
            DISPLAY 'Collateral updated successfully.'
    END-READ.

*> where the property sits, which can differ from where the borrower
*> lives; disaster declarations are matched against it
ACCEPT-COLLATERAL-LOCATION.
    DISPLAY 'Enter Property State (blank if not fixed property): '.
    ACCEPT CollateralState.
    DISPLAY 'Enter Property County: '.
    ACCEPT CollateralCounty.
    DISPLAY 'Enter Property ZIP Code: '.
    ACCEPT CollateralZip5.
    INSPECT CollateralLocation CONVERTING 'abcdefghijklmnopqrstuvwxyz'
        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

MAINTAIN-INSURANCE.
    DISPLAY 'Enter Loan ID: '.
    ACCEPT CollateralLoanID.
