      *================================================================
      * WKPCHK_DEF.COB
      * WORKING-STORAGE fields used by the minor work-permit check
      * (WKPCHK_PARA.cob).  COPY this into WORKING-STORAGE, along
      * with CALC_AGE_DEF.cob, ahead of the COPY of WKPCHK_PARA.cob
      * itself; see that copybook for the protocol.
      *================================================================
       01 WK-PERMIT-STATUS PIC       X(2).
          88 WK-PERMIT-FILE-OK     VALUE '00'.
      *
      * Per-call interface: set WK-CHK-EMPID, the incoming record's
      * EMPDOB into WK-CHK-DOB, and the date the hire takes effect
      * into WK-CHK-DATE (zero for today), then PERFORM
      * CHECK-WORK-PERMIT-PARA and read WK-CHK-SW back.
       01 WK-CHK-EMPID    PIC        9(5).
       01 WK-CHK-DOB.
          05 WK-CHK-DOBY  PIC        X(4).
          05 FILLER       PIC        X(1).
          05 WK-CHK-DOBM  PIC        X(2).
          05 FILLER       PIC        X(1).
          05 WK-CHK-DOBD  PIC        X(2).
       01 WK-CHK-DATE     PIC        9(8).
       01 WK-CHK-SW       PIC        X(1).
          88 WK-PERMIT-NOT-NEEDED  VALUE 'N'.
          88 WK-PERMIT-ON-FILE     VALUE 'Y'.
          88 WK-PERMIT-MISSING     VALUE 'M'.
          88 WK-PERMIT-EXPIRED     VALUE 'X'.
