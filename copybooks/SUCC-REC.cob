      *================================================================
      * SUCC-REC.COB
      * Succession-plan record, kept as a companion indexed file
      * (./succmstr.dat) on the compmstr.dat model - one record per
      * key position, keyed department plus the job title code from
      * the title reference file (./titleref.dta).  It names the
      * incumbent, up to two certifications the position requires
      * (skill codes from ./skillref.dta), and up to three named
      * successors, each with a readiness rating:
      *
      *    R  ready now
      *    S  ready in one to two years
      *    L  longer term - three years or more
      *
      * An unused successor slot carries EMPID zero and a blank
      * rating.  With no certification named, the incumbent's own
      * safety-critical certifications stand as the requirement.
      * SUCCMNT maintains the file; SUCCRISK reports the risk.
      * SP-REVIEW-DATE is the day the plan was last changed.
      *================================================================
           05 SP-KEY.
              07 SP-DEPT            PIC        X(4).
              07 SP-TITLE           PIC        X(4).
           05 SP-INCUMBENT          PIC        9(5).
           05 SP-REQ-CERT           PIC        X(4) OCCURS 2 TIMES.
           05 SP-SUCCESSOR OCCURS 3 TIMES.
              07 SP-SUCC-EMPID      PIC        9(5).
              07 SP-SUCC-READY      PIC        X(1).
                 88 SP-SUCC-READY-NOW      VALUE 'R'.
                 88 SP-SUCC-READY-SHORT    VALUE 'S'.
                 88 SP-SUCC-READY-LONG     VALUE 'L'.
                 88 SP-SUCC-READY-VALID    VALUE 'R' 'S' 'L'.
                 88 SP-SUCC-SLOT-EMPTY     VALUE ' '.
           05 SP-REVIEW-DATE        PIC        9(8).
