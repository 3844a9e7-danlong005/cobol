      *================================================================
      * BONUSALC-REC.COB
      * Bonus allocation line (./bonusalloc.dta, line sequential) -
      * one per employee BONUSALC shared a department pool to, the
      * register HR approves and the only input BONUSPAY pays from.
      * BA-PRORATE is the fraction of the bonus year the employee
      * was on the books and not on leave; BA-WEIGHT the share
      * weight for BA-RATING ('0' = no appraisal on file).  The
      * share is salary x weight x proration, against the
      * department's total of the same.
      *================================================================
           05 BA-YEAR               PIC        9(4).
           05 FILLER                PIC        X(1).
           05 BA-EMPID              PIC        9(5).
           05 FILLER                PIC        X(1).
           05 BA-DEPT               PIC        X(4).
           05 FILLER                PIC        X(1).
           05 BA-SALARY             PIC    9(7)V99.
           05 FILLER                PIC        X(1).
           05 BA-RATING             PIC        X(1).
           05 FILLER                PIC        X(1).
           05 BA-WEIGHT             PIC     9(1)V99.
           05 FILLER                PIC        X(1).
           05 BA-PRORATE            PIC   9(1)V9(4).
           05 FILLER                PIC        X(1).
           05 BA-AMOUNT             PIC    9(7)V99.
