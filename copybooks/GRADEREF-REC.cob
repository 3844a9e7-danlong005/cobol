      *================================================================
      * GRADEREF-REC.COB
      * Salary grade reference record (./graderef.dta) - one line
      * per grade: the two-character code CMP-GRADE carries, the
      * range minimum, midpoint, and maximum in whole dollars, and
      * an active flag ('Y' in use, 'N' closed).  COMPLOAD and
      * COMPMAINT validate every incoming CMP-GRADE against this
      * file the way EMPLOAD validates EMPDPT against deptref.dta;
      * GRADERPT reads it for compa-ratio (salary over midpoint)
      * and the out-of-range flags; MERITRUN reads it to flag an
      * increase that carries someone past the top of the range.
      *================================================================
           05 GRD-CODE              PIC       X(2).
           05 GRD-MIN               PIC       9(7).
           05 GRD-MID               PIC       9(7).
           05 GRD-MAX               PIC       9(7).
           05 GRD-ACTIVE            PIC       X(1).
              88 GRD-IS-ACTIVE          VALUE 'Y'.
              88 GRD-IS-CLOSED          VALUE 'N'.
