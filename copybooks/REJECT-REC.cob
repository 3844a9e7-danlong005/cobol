      *                     C002  employee not active or on leave
      *                     C003  salary outside the grade's limits
      *                     C004  salary field not numeric
      *                     C005  grade code not on graderef/closed
      *                     V001  appraisal rating not 1-5
      *                     V002  reviewer missing, self, or unknown
      *                     V003  appraisal period missing/reversed
      *                     V004  appraisal exists/not found/action
      *                     R001  invalid relationship code
      *                     B001  plan/option/tier not on the rates
      *                     B002  covered dependent not on file
      *                     B003  election on file/not found
      *                     B004  election date not a usable date
      *                     P001  postal code not NNNNN(-NNNN)
      *                     T001  tax ID not a valid SSN/ITIN
      *                     T002  tax ID on file for another EMPID
      *                     T003  tax record on file/not found
      *                     S001  EMPSTAT not A/T/L/R
      *                     S002  status date not a usable date
      *                     H001  hire date after today
      *                     H002  hire date before the DOB
      *                     X001  cross-store contradiction
      *                     M001  under 18 - no work permit on file
      *                     M002  under 18 - work permit expired
      *                     Q001  on the do-not-rehire register
      *                           (EMPID, or EMPLNM for a name
      *                           and DOB match)
      *                     Q002  do-not-rehire reason not a code
      *                     Q003  expiry date not a future date
      *                     Q004  register entry on file/not found
      *    REJ-ERR-FIELD  the field that failed (e.g. EMPDOBY)
      *    REJ-ERR-MSG    short operator-readable message
      *================================================================
