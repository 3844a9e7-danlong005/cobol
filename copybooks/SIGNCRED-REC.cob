      *================================================================
      * SIGNCRED-REC.COB
      * Batch sign-on credential (./signon.cred) - the scheduler's
      * operator ID and password for the unattended runs, on one
      * line.  Unlike ./signon.parm, which anyone on shift may
      * edit, this file is readable by the scheduler's own user
      * alone; the ID on it must be the ID signon.parm names.
      * Interactive programs never read it - their operator keys the
      * password at the terminal.  See copybooks/SIGNON_PARA.cob.
      *================================================================
           05 SC-OPER-ID            PIC        X(8).
           05 FILLER                PIC        X(1).
           05 SC-PASSWORD           PIC       X(16).
