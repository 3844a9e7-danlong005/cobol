      * Whole-report line count, for the catalog entry
      * CLOSE-REPORT-PARA registers on ./rptcatlg.dta.
       01 RP-TOTAL-LINES  PIC        9(5) VALUE ZERO.
      *
      * SET RP-CONFIDENTIAL before CLOSE-REPORT-PARA when the report
      * carries unmasked individual data, so the catalog entry says
      * so and RPTFETCH logs whoever fetches it.  SET RP-RESTRICTED
      * instead for one that gathers everything held on a single
      * person - RPTFETCH then hands it to a class A operator only.
      * SET RP-ER-ONLY for a listing drawn from the employee-
      * relations case file, which RPTFETCH hands to a class E
      * operator alone, as the case file itself is.
       01 RP-CONFIDENTIAL-SW PIC     X(1) VALUE SPACE.
          88 RP-CONFIDENTIAL       VALUE 'C'.
          88 RP-RESTRICTED         VALUE 'R'.
          88 RP-ER-ONLY            VALUE 'E'.
