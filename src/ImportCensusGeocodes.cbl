IDENTIFICATION DIVISION.
PROGRAM-ID. ImportCensusGeocodes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY GISEL.
    COPY GCSEL.
    COPY BRSEL.
    COPY CLSEL.
    SELECT ExceptionFile ASSIGN TO WS-ExceptionFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GeocodeImportFile.
    COPY GIREC.

FD  CensusGeographyFile.
    COPY GCREC.

FD  BorrowerFile.
    COPY BRREC.

FD  CollateralFile.
    COPY CLREC.

FD  ExceptionFile.
01  ExceptionLine PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                       PIC X VALUE 'N'.
01 WS-GeocodeImportStatus    PIC X(02).
01 WS-CensusGeographyStatus  PIC X(02).
01 WS-BorrowerFileStatus     PIC X(02).
01 WS-CollateralFileStatus   PIC X(02).
01 WS-ExceptionFileName      PIC X(40).
01 WS-RunDate                PIC 9(8).
01 WS-SubjectFound           PIC X VALUE 'N'.
01 WS-GeocodesAdded          PIC 9(5) VALUE ZERO.
01 WS-GeocodesUpdated        PIC 9(5) VALUE ZERO.
01 WS-RejectsCount           PIC 9(5) VALUE ZERO.
01 WS-RejectReason           PIC X(40).

*> geocoding vendor file: the census state, county, tract, MSA and
*> tract income level for a borrower's address (type B, keyed by
*> borrower) or a loan's collateral (type C, keyed by loan). Each item
*> adds or replaces the geography on file; items for borrowers or
*> collateral we do not hold, or with codes that do not edit, go to
*> the exception file
PROCEDURE DIVISION.
    DISPLAY 'Importing census geocode file...'.
    CALL 'GetBusinessDate' USING WS-RunDate.
    MOVE ZERO TO WS-GeocodesAdded.
    MOVE ZERO TO WS-GeocodesUpdated.
    MOVE ZERO TO WS-RejectsCount.

    OPEN INPUT GeocodeImportFile.
    IF WS-GeocodeImportStatus = '35'
        DISPLAY 'No census geocode file found. Nothing to import.'
        GOBACK
    END-IF.

    MOVE SPACES TO WS-ExceptionFileName.
    STRING 'geocode-exceptions-' WS-RunDate '.dat' DELIMITED BY SIZE
        INTO WS-ExceptionFileName.
    OPEN OUTPUT ExceptionFile.
    MOVE 'Type Subject ID  State County Tract  Reason' TO ExceptionLine.
    WRITE ExceptionLine.

    OPEN I-O CensusGeographyFile.
    IF WS-CensusGeographyStatus = '35'
        OPEN OUTPUT CensusGeographyFile
        CLOSE CensusGeographyFile
        OPEN I-O CensusGeographyFile
    END-IF.

    PERFORM UNTIL EOF = 'Y'
        READ GeocodeImportFile
            AT END
                MOVE 'Y' TO EOF
            NOT AT END
                PERFORM IMPORT-ONE-GEOCODE
    END-PERFORM.

    CLOSE GeocodeImportFile.
    CLOSE CensusGeographyFile.
    CLOSE ExceptionFile.

    DISPLAY 'Geocodes added: ' WS-GeocodesAdded.
    DISPLAY 'Geocodes replaced: ' WS-GeocodesUpdated.
    DISPLAY 'Records rejected: ' WS-RejectsCount.
    DISPLAY 'Exceptions written to ' WS-ExceptionFileName.
    GOBACK.

IMPORT-ONE-GEOCODE.
    MOVE SPACES TO WS-RejectReason.
    MOVE GeoImpSubjectType TO GeoSubjectType.
    MOVE GeoImpIncomeLevel TO GeoIncomeLevel.
    EVALUATE TRUE
        WHEN NOT GeoSubjectTypeValid
            MOVE 'SUBJECT TYPE NOT B OR C' TO WS-RejectReason
        WHEN GeoImpSubjectID NOT NUMERIC
                OR GeoImpStateFips NOT NUMERIC
                OR GeoImpCountyFips NOT NUMERIC
                OR GeoImpTract NOT NUMERIC
                OR GeoImpMsaCode NOT NUMERIC
                OR GeoImpEffectiveDate NOT NUMERIC
            MOVE 'RECORD NOT NUMERIC' TO WS-RejectReason
        WHEN GeoImpStateFips = ZERO OR GeoImpCountyFips = ZERO
            MOVE 'STATE OR COUNTY MISSING' TO WS-RejectReason
        WHEN NOT GeoIncomeLevelValid
            MOVE 'INCOME LEVEL NOT L, M, I, U OR N' TO WS-RejectReason
    END-EVALUATE.
    IF WS-RejectReason = SPACES
        PERFORM LOOKUP-SUBJECT
        IF WS-SubjectFound = 'N'
            IF GeoForBorrower
                MOVE 'BORROWER NOT ON FILE' TO WS-RejectReason
            ELSE
                MOVE 'NO COLLATERAL ON FILE FOR LOAN' TO WS-RejectReason
            END-IF
        END-IF
    END-IF.
    IF WS-RejectReason NOT = SPACES
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        PERFORM STORE-GEOCODE
    END-IF.

STORE-GEOCODE.
    MOVE GeoImpSubjectType TO GeoSubjectType.
    MOVE GeoImpSubjectID TO GeoSubjectID.
    READ CensusGeographyFile
        INVALID KEY
            PERFORM MOVE-GEOCODE-FIELDS
            WRITE CensusGeographyRecord
            ADD 1 TO WS-GeocodesAdded
        NOT INVALID KEY
            PERFORM MOVE-GEOCODE-FIELDS
            REWRITE CensusGeographyRecord
            ADD 1 TO WS-GeocodesUpdated
    END-READ.

MOVE-GEOCODE-FIELDS.
    MOVE GeoImpStateFips TO GeoStateFips.
    MOVE GeoImpCountyFips TO GeoCountyFips.
    MOVE GeoImpTract TO GeoTract.
    MOVE GeoImpMsaCode TO GeoMsaCode.
    MOVE GeoImpIncomeLevel TO GeoIncomeLevel.
    MOVE GeoImpEffectiveDate TO GeoEffectiveDate.
    MOVE WS-RunDate TO GeoImportedDate.

LOOKUP-SUBJECT.
    MOVE 'N' TO WS-SubjectFound.
    IF GeoForBorrower
        OPEN INPUT BorrowerFile
        IF WS-BorrowerFileStatus = '00'
            MOVE GeoImpSubjectID TO BorrowerID OF BorrowerRecord
            READ BorrowerFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SubjectFound
            END-READ
            CLOSE BorrowerFile
        END-IF
    ELSE
        OPEN INPUT CollateralFile
        IF WS-CollateralFileStatus = '00'
            MOVE GeoImpSubjectID TO CollateralLoanID
            READ CollateralFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SubjectFound
            END-READ
            CLOSE CollateralFile
        END-IF
    END-IF.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-RejectsCount.
    MOVE SPACES TO ExceptionLine.
    STRING GeoImpSubjectType DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        GeoImpSubjectID DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        GeoImpStateFips DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        GeoImpCountyFips DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        GeoImpTract DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-RejectReason DELIMITED BY SIZE
        INTO ExceptionLine.
    WRITE ExceptionLine.
