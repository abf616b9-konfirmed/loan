01  DisasterRecord.
    05 DisasterID            PIC X(10).
    05 DisasterName          PIC X(40).
    05 DisasterState         PIC X(02).
    05 DisasterDeclaredDate  PIC 9(8).
    05 DisasterStartDate     PIC 9(8).
    05 DisasterEndDate       PIC 9(8).
    05 DisasterLastRunDate   PIC 9(8).
    05 DisasterLoansTouched  PIC 9(7).
    05 DisasterAreaCount     PIC 9(2).
    05 DisasterArea OCCURS 50 TIMES.
        10 DisasterAreaType   PIC X(01).
            88 DisasterAreaByZip    VALUE 'Z'.
            88 DisasterAreaByCounty VALUE 'C'.
        10 DisasterAreaZip5   PIC X(05).
        10 DisasterAreaCounty PIC X(25).
