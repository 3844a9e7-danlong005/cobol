      *================================================================
      * TIERCALC_DEF.COB
      * WORKING-STORAGE fields used by the coverage-tier derivation
      * (TIERCALC_PARA.cob).  COPY this into WORKING-STORAGE ahead
      * of the COPY of TIERCALC_PARA.cob itself; see that copybook
      * for the protocol.
      *================================================================
       01 TC-DEP-STATUS   PIC        X(2).
          88 TC-DEP-FILE-OK        VALUE '00'.
       01 TC-DEP-SW       PIC        X(1) VALUE 'N'.
          88 DEPENDENTS-AVAILABLE  VALUE 'Y'.
          88 DEPENDENTS-UNAVAILABLE VALUE 'N'.
       01 TC-FOUND-SW     PIC        X(1).
          88 TC-DEP-FOUND          VALUE 'Y'.
          88 TC-DEP-NOT-FOUND      VALUE 'N'.
      *
      * Per-call interface: set TC-EMPID, move the election's
      * BE-COVERED to TC-COVERED, PERFORM DERIVE-TIER-PARA, and
      * read TC-TIER back.  TC-MISSING-COUNT is how many of the
      * listed dependents are not on ./depmstr.dat for that
      * employee; TC-MISSING-SEQ is the first of them.
       01 TC-EMPID        PIC        9(5).
       01 TC-COVERED.
          05 TC-COVER-SEQ OCCURS 8 TIMES PIC 9(2).
       01 TC-TIER         PIC        X(2).
       01 TC-COVER-COUNT  PIC        9(2).
       01 TC-MISSING-COUNT PIC       9(2).
       01 TC-MISSING-SEQ  PIC        9(2).
      *
       01 TC-IDX          PIC        9(2).
       01 TC-SPOUSE-SW    PIC        X(1).
          88 TC-HAS-SPOUSE         VALUE 'Y'.
       01 TC-CHILD-SW     PIC        X(1).
          88 TC-HAS-CHILD          VALUE 'Y'.
