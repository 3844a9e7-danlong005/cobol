      *================================================================
      * GLMAP-REC.COB
      * Department to general-ledger mapping line (./glmap.parm,
      * line sequential), read by LABRDIST to post each month's
      * labor cost to the cost center finance books it under.
      * Fixed columns on the merit.parm pattern:
      *
      *    cols 1-4    department code (EMPDPT), or a control word
      *    col  5      blank
      *    cols 6-15   GL cost center
      *    col  16     blank
      *    cols 17-24  GL account - on a department line, blank
      *                means the EXPN account
      *
      *    EXPN line:  cols 17-24  salary expense account the
      *                            department debits go to
      *    ACCR line:  cols 6-15 and 17-24  cost center and account
      *                            of the accrued-payroll credit that
      *                            balances the journal
      *
      * A '*' in column 1 is a comment.  A department with no line
      * is never posted anywhere - LABRDIST lists it as an exception
      * for finance to map.
      *================================================================
           05 GM-DEPT               PIC        X(4).
           05 FILLER                PIC        X(1).
           05 GM-COSTCTR            PIC       X(10).
           05 FILLER                PIC        X(1).
           05 GM-ACCOUNT            PIC        X(8).
