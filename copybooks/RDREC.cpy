01  ReportDefRecord.
    05 ReportDefID             PIC X(08).
    05 ReportDefTitle          PIC X(40).
    05 ReportDefSelection.
        10 RptSelProductCode    PIC X(04).
        10 RptSelBranchCode     PIC X(04).
        10 RptSelOfficerID      PIC 9(5).
        10 RptSelLoanStatus     PIC X(11).
        10 RptSelCurrencyCode   PIC X(03).
        10 RptSelMinBalance     PIC 9(9)V99.
        10 RptSelMaxBalance     PIC 9(9)V99.
        10 RptSelMinRate        PIC 9(2)V99.
        10 RptSelMaxRate        PIC 9(2)V99.
        10 RptSelOrigFromDate   PIC 9(8).
        10 RptSelOrigToDate     PIC 9(8).
        10 RptSelMinDaysPastDue PIC 9(5).
        10 RptSelMaxDaysPastDue PIC 9(5).
    05 ReportDefSortField      PIC X(02).
        88 ReportDefSortFieldValid VALUES 'LI' 'BN' 'BI' 'PC' 'BR'
                                   'OF' 'ST' 'CU' 'LA' 'OB' 'IR' 'TM'
                                   'OD' 'ND' 'PT' 'DP' 'RG' 'RT' 'AI'
                                   'IA' 'CL' 'DL' 'AS'.
    05 ReportDefSortOrder      PIC X(01).
        88 ReportDefSortAscending  VALUE 'A'.
        88 ReportDefSortDescending VALUE 'D'.
    05 ReportDefBreakField     PIC X(02).
        88 ReportDefNoBreak        VALUE SPACES.
        88 ReportDefBreakValid     VALUES 'LI' 'BN' 'BI' 'PC' 'BR'
                                   'OF' 'ST' 'CU' 'LA' 'OB' 'IR' 'TM'
                                   'OD' 'ND' 'PT' 'DP' 'RG' 'RT' 'AI'
                                   'IA' 'CL' 'DL' 'AS'.
    05 ReportDefColumnCount    PIC 9(2).
    05 ReportDefColumn         PIC X(02) OCCURS 12 TIMES.
        88 ReportDefColumnValid    VALUES 'LI' 'BN' 'BI' 'PC' 'BR'
                                   'OF' 'ST' 'CU' 'LA' 'OB' 'IR' 'TM'
                                   'OD' 'ND' 'PT' 'DP' 'RG' 'RT' 'AI'
                                   'IA' 'CL' 'DL' 'AS'.
    05 ReportDefCSVFlag        PIC X(01).
        88 ReportDefExportCSV      VALUE 'Y'.
    05 ReportDefNightlyFlag    PIC X(01).
        88 ReportDefRunNightly     VALUE 'Y'.
    05 ReportDefChangedUserID  PIC X(20).
    05 ReportDefChangedDate    PIC 9(8).
    05 RptSelCompanyCode       PIC X(04).
