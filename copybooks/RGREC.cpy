01  RiskRatingRecord.
    05 RatingLoanID        PIC 9(7).
    05 RatingDate          PIC 9(8).
    05 RatingOldGrade      PIC X(04).
    05 RatingNewGrade      PIC X(04).
    05 RatingUserID        PIC X(20).
    05 RatingRationale     PIC X(60).
