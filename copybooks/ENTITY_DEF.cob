      *================================================================
      * ENTITY_DEF.COB
      * WORKING-STORAGE fields used by the legal-entity lookup
      * (ENTITY_PARA.cob).  COPY this into WORKING-STORAGE ahead of
      * the COPY of ENTITY_PARA.cob itself; see that copybook for
      * the protocol.
      *================================================================
       01 EN-REF-STATUS   PIC        X(2).
          88 EN-REF-FILE-OK        VALUE '00'.
       01 EN-REF-EOF      PIC        A(1).
       01 EN-EMP-STATUS   PIC        X(2).
          88 EN-EMP-FILE-OK        VALUE '00'.
          88 EN-EMP-FILE-MISSING   VALUE '35'.
       01 EN-EMP-SW       PIC        X(1) VALUE 'N'.
          88 EN-EMP-AVAILABLE      VALUE 'Y'.
          88 EN-EMP-UNAVAILABLE    VALUE 'N'.
      *
      * The entity reference table - EN-COUNT zero means there is no
      * entityref.dta and the shop is a single company.
       01 EN-TBL.
          05 EN-ENTRY OCCURS 20 TIMES.
             10 EN-TBL-CODE        PIC X(4).
             10 EN-TBL-NAME        PIC X(30).
             10 EN-TBL-EMPLOYER-ID PIC X(12).
             10 EN-TBL-HOME        PIC X(1).
             10 EN-TBL-ACTIVE      PIC X(1).
       01 EN-COUNT        PIC        9(2) VALUE ZERO.
       01 EN-IDX          PIC        9(2) VALUE ZERO.
       01 EN-HOME-SLOT    PIC        9(2) VALUE ZERO.
      *
      * Per-call interface: set EN-CHK-EMPID and PERFORM
      * GET-EMP-ENTITY-PARA, or set EN-ENTITY and PERFORM
      * FIND-ENTITY-SLOT-PARA; read EN-ENTITY, EN-SLOT (zero when
      * the code is not on entityref.dta) and EN-ENT-HIRE-DATE
      * (zero when the employee has no assignment record) back.
       01 EN-CHK-EMPID    PIC        9(5).
       01 EN-ENTITY       PIC        X(4).
       01 EN-SLOT         PIC        9(2).
       01 EN-ENT-HIRE-DATE PIC       9(8).
