      *================================================================
      * CONTWKR-REC.COB
      * Contingent-worker register (./contwkr.dat), indexed on CW-ID -
      * one record per contractor or agency temp on assignment.
      * These people badge in, hold equipment and sit in a
      * department, but they are deliberately NOT on empmstr.dat so
      * that nothing on the payroll side can ever pick them up.
      *
      * CW-ID is the register's own number range, 900000-999999:
      * six digits, so it can never be mistaken for (or keyed over)
      * a five-digit EMPID.  CW-DPT and CW-SITE carry the same codes
      * as EMPDPT and EMPSITE; CW-SUPV-EMPID is the employee the
      * worker reports to.  CWMAINT maintains the file; CWENDRPT
      * lists assignments ending soon or already past their end
      * date; SNAPSHOT and BUDGVAR count the active heads when asked
      * to.
      *
      * CW-EXT-COUNT is how many times the end date has been pushed
      * out by an extension transaction.  An assignment stays 'A'
      * until an end transaction closes it, even after its end date
      * has gone by - that is exactly the case CWENDRPT chases.
      *================================================================
           05 CW-ID                 PIC        9(6).
              88 CW-ID-IN-RANGE         VALUE 900000 THRU 999999.
           05 CW-FNM                PIC       X(15).
           05 CW-LNM                PIC       X(20).
           05 CW-AGENCY             PIC       X(20).
           05 CW-DPT                PIC        X(4).
           05 CW-SITE               PIC        X(4).
           05 CW-SUPV-EMPID         PIC        9(5).
           05 CW-START-DATE         PIC        9(8).
           05 CW-END-DATE           PIC        9(8).
           05 CW-STATUS             PIC        X(1).
              88 CW-IS-ACTIVE           VALUE 'A'.
              88 CW-IS-ENDED            VALUE 'E'.
           05 CW-EXT-COUNT          PIC        9(2).
