      *================================================================
      * BENELECT-REC.COB
      * Benefit plan election record, kept as a companion indexed
      * file (./benelect.dat) on the depmstr.dat model - the plan
      * each employee elected, and for whom, used to be known only
      * to the carrier.  Keyed EMPID plus plan type so one employee
      * carries one election per plan (MED, DEN, VIS ...).  BENMAINT
      * maintains it; BENDEDN feeds the premium deductions from it
      * and BENTIER checks it against the dependents file.
      *
      * BE-COVER-SEQ lists the DEP-SEQ of each covered dependent on
      * ./depmstr.dat (unused slots blank).  BE-TIER is never keyed
      * - it is derived from the covered dependents' relationship
      * codes (copybooks/TIERCALC_PARA.cob) so it cannot disagree
      * with the list:
      *
      *    EE  employee only
      *    ES  employee plus spouse or domestic partner
      *    EC  employee plus children (or other dependents)
      *    FA  family - spouse/partner and children
      *================================================================
           05 BE-KEY.
              07 BE-EMPID           PIC        9(5).
              07 BE-PLAN            PIC        X(3).
           05 BE-OPTION             PIC        X(6).
           05 BE-TIER               PIC        X(2).
              88 BE-TIER-EMP-ONLY       VALUE 'EE'.
              88 BE-TIER-SPOUSE         VALUE 'ES'.
              88 BE-TIER-CHILDREN       VALUE 'EC'.
              88 BE-TIER-FAMILY         VALUE 'FA'.
           05 BE-EFF-DATE           PIC        9(8).
           05 BE-COVERED.
              07 BE-COVER-SEQ OCCURS 8 TIMES
                                    PIC        9(2).
