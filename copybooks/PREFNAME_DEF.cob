      *================================================================
      * PREFNAME_DEF.COB
      * WORKING-STORAGE fields used by the preferred-name lookup
      * (PREFNAME_PARA.cob).  COPY this into WORKING-STORAGE ahead
      * of the COPY of PREFNAME_PARA.cob itself; see that copybook
      * for the protocol.
      *================================================================
       01 PF-STATUS       PIC        X(2).
          88 PF-FILE-OK            VALUE '00'.
       01 PF-FILE-SW      PIC        X(1) VALUE 'N'.
          88 PF-AVAILABLE          VALUE 'Y'.
          88 PF-UNAVAILABLE        VALUE 'N'.
      *
      * Per-call interface: set PF-CHK-EMPID and the legal name
      * from the master, PERFORM GET-SHOW-NAME-PARA, and read back
      * the name to show - first, last, and the two run together
      * for a label or a report line.  PF-HAS-PREFERRED says
      * whether the preferred-name file supplied any of it.
       01 PF-CHK-EMPID    PIC        9(5).
       01 PF-LEGAL-FNM    PIC       X(25).
       01 PF-LEGAL-LNM    PIC       X(35).
       01 PF-SHOW-FNM     PIC       X(25).
       01 PF-SHOW-LNM     PIC       X(35).
       01 PF-SHOW-NAME    PIC       X(61).
       01 PF-PREF-SW      PIC        X(1).
          88 PF-HAS-PREFERRED      VALUE 'Y'.
          88 PF-NO-PREFERRED       VALUE 'N'.
