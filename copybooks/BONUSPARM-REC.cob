      *================================================================
      * BONUSPARM-REC.COB
      * Bonus-cycle parameter line (./bonus.parm, line sequential),
      * read by BONUSALC to allocate the pools and again by BONUSPAY
      * to prove the allocation balances before anything is paid.
      * Fixed columns on the merit.parm pattern:
      *
      *    cols 1-4   department code, or a control word
      *    col  5     blank
      *    department line:  cols 6-16  the department's pool,
      *                                 9(9)V99 ('00002500000' =
      *                                 25,000.00)
      *    YEAR line:        cols 6-9   bonus year - the calendar
      *                                 year the service is prorated
      *                                 over (blank = last year)
      *    RTGn line:        cols 6-8   share weight, 9V99, for
      *                                 appraisal rating n (1-5);
      *                                 RTG0 is the weight for
      *                                 someone with no appraisal
      *
      * A '*' in column 1 is a comment.
      *================================================================
           05 BP-DEPT               PIC        X(4).
           05 FILLER                PIC        X(1).
           05 BP-POOL               PIC    9(9)V99.
           05 BP-CTL REDEFINES BP-POOL.
              07 BP-YEAR            PIC        X(4).
              07 FILLER             PIC        X(7).
           05 BP-WTL REDEFINES BP-POOL.
              07 BP-WEIGHT          PIC     9(1)V99.
              07 FILLER             PIC        X(8).
