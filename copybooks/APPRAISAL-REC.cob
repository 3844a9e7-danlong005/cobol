      *================================================================
      * APPRAISAL-REC.COB
      * Performance appraisal record, kept as a companion indexed
      * file (./apprmstr.dat) on the compmstr.dat model, keyed EMPID
      * plus the last day of the review period - one record per
      * appraisal, so an employee's history reads in date order
      * under a START on the EMPID.  CMP-REVIEW-DATE says when pay
      * was last looked at; this says how the work was judged, by
      * whom, and over what span.  APPRMAINT maintains it; APPRDUE
      * reports who is overdue; MERITRUN reads the latest rating.
      *
      * APR-RATING is the five-point scale: 1 unsatisfactory,
      * 2 needs improvement, 3 meets, 4 exceeds, 5 outstanding.
      * APR-NEXT-DUE is the date the following appraisal falls
      * due - APPRMAINT defaults it to twelve months after the
      * period end when the transaction leaves it zero.
      *================================================================
           05 APR-KEY.
              07 APR-EMPID          PIC        9(5).
              07 APR-PERIOD-END     PIC        9(8).
           05 APR-PERIOD-START      PIC        9(8).
           05 APR-RATING            PIC        X(1).
              88 APR-RATING-IS-VALID    VALUE '1' THRU '5'.
           05 APR-REVIEWER          PIC        9(5).
           05 APR-REVIEW-DATE       PIC        9(8).
           05 APR-NEXT-DUE          PIC        9(8).
