      * operator ID and their permission class.
      *
      *    OP-CLASS  A  administrator - every update program,
      *                 including the destructive ones (EMPPURGE,
      *                 RUNBACK) and the restricted subject-access
      *                 dossier (SUBJACC)
      *              U  update - the routine update programs
      *              R  read-only - the inquiry programs (EMPINQ,
      *                 EMPLOOK, RPTFETCH, ADHOCQRY, ALERTWB short
      *                 of an ACK) and the unmasked COMPRPT and
      *                 DEMORPT; no update program accepts it
      *              E  employee relations - the only class that
      *                 can read or maintain the confidential case
      *                 file (ERCMNT, ERDUE); it carries no update
      *                 right anywhere else, and A does not cover it
      *
      * Maintained by hand by the security officer, the way
      * dbconn.parm is.  See copybooks/SIGNON_PARA.cob for the
      * check that reads it.
      *
      * The password policy rides on the same page, as one line
      * whose ID is *POLICY (a comment to the operator lookup):
      *
      *    *POLICY    090 03
      *
      * cols 12-14 the password age limit in days (000 never
      * expires) and cols 16-17 the consecutive failures that lock
      * an ID; 090 and 03 with no such line.  The passwords
      * themselves are on ./opercred.dat (copybooks/OPERCRED-REC.cob).
      *================================================================
           05 OP-ID                 PIC        X(8).
           05 FILLER                PIC        X(1).
              88 OP-IS-ADMIN            VALUE 'A'.
              88 OP-IS-UPDATE           VALUE 'U'.
              88 OP-IS-READONLY         VALUE 'R'.
              88 OP-IS-EMPL-RELATIONS   VALUE 'E'.
           05 FILLER                PIC        X(1).
           05 OP-POLICY-AGE         PIC        X(3).
           05 FILLER                PIC        X(1).
           05 OP-POLICY-FAILS       PIC        X(2).
