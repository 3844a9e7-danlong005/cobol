      *
      * RQ-VACATED-EMPID is the employee whose departure opened the
      * requisition (zero for net-new headcount); RQ-FILLED-EMPID
      * and RQ-FILLED-DATE land when the hire fills it - keyed by
      * CANDMNT when the accepted candidate came through the
      * candidate file (./candmstr.dat), which TTFILL reads for
      * time-to-fill per department.
      * RQ-PLAN-GRADE is the grade the opening is budgeted at (a
      * CMP-GRADE code on ./graderef.dta); BUDGPROJ costs the
      * opening at that grade's midpoint.  Left blank on a
      * backfill, the vacating employee's grade stands in.
      *================================================================
           05 RQ-NUMBER             PIC        9(5).
           05 RQ-DEPT               PIC        X(4).
           05 RQ-VACATED-EMPID      PIC        9(5).
           05 RQ-FILLED-EMPID       PIC        9(5).
           05 RQ-FILLED-DATE        PIC        9(8).
           05 RQ-PLAN-GRADE         PIC        X(2).
