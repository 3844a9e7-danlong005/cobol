      *================================================================
      * DNRCHK_DEF.COB
      * WORKING-STORAGE fields used by the do-not-rehire check
      * (DNRCHK_PARA.cob).  COPY this into WORKING-STORAGE ahead of
      * the COPY of DNRCHK_PARA.cob itself; see that copybook for
      * the protocol.
      *================================================================
       01 DN-REG-STATUS   PIC        X(2).
          88 DN-REG-FILE-OK        VALUE '00'.
       01 DN-REG-SW       PIC        X(1) VALUE 'N'.
          88 DN-REG-AVAILABLE      VALUE 'Y'.
          88 DN-REG-UNAVAILABLE    VALUE 'N'.
       01 DN-SRCH-EOF     PIC        X(1).
      *
      * Per-call interface: set DN-CHK-EMPID, the incoming record's
      * EMPLNM and EMPDOB into DN-CHK-LNM and DN-CHK-DOB, and the
      * date the hire takes effect into DN-CHK-DATE (zero for
      * today), then PERFORM CHECK-DNR-REGISTER-PARA and read
      * DN-CHK-SW back.  On a hit, DN-HIT-EMPID and DN-HIT-REASON
      * are the register entry that matched.
       01 DN-CHK-EMPID    PIC        9(5).
       01 DN-CHK-LNM      PIC       X(35).
       01 DN-CHK-DOB      PIC       X(10).
       01 DN-CHK-DATE     PIC        9(8).
       01 DN-CHK-SW       PIC        X(1).
          88 DN-NOT-LISTED         VALUE 'N'.
          88 DN-LISTED-EMPID       VALUE 'E'.
          88 DN-LISTED-PERSON      VALUE 'P'.
       01 DN-HIT-EMPID    PIC        9(5).
       01 DN-HIT-REASON   PIC        X(4).
