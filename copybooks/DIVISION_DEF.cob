      *================================================================
      * DIVISION_DEF.COB
      * WORKING-STORAGE fields used by the division lookup
      * (DIVISION_PARA.cob).  COPY this into WORKING-STORAGE ahead
      * of the COPY of DIVISION_PARA.cob itself; see that copybook
      * for the protocol.
      *================================================================
       01 DV-REF-STATUS   PIC        X(2).
          88 DV-REF-FILE-OK        VALUE '00'.
       01 DV-REF-EOF      PIC        A(1).
      *
      * One deptref.dta line, in the DEPTREF-REC.cob layout.
       01 DV-REF-LINE.
          05 DV-LINE-CODE          PIC X(4).
          05 DV-LINE-NAME          PIC X(30).
          05 DV-LINE-ACTIVE        PIC X(1).
          05 DV-LINE-DIVISION      PIC X(4).
          05 DV-LINE-TYPE          PIC X(1).
             88 DV-LINE-IS-DIVISION    VALUE 'V'.
      *
      * Department to parent division, and the divisions with their
      * names - DV-DIV-COUNT zero means no hierarchy is defined and
      * the reports print no division lines at all.
       01 DV-DEPT-TBL.
          05 DV-DEPT-ENTRY OCCURS 50 TIMES.
             10 DV-DEPT-CODE       PIC X(4).
             10 DV-DEPT-DIV        PIC X(4).
       01 DV-DEPT-COUNT   PIC        9(2) VALUE ZERO.
       01 DV-DIV-TBL.
          05 DV-DIV-ENTRY OCCURS 20 TIMES.
             10 DV-DIV-CODE        PIC X(4).
             10 DV-DIV-NAME        PIC X(30).
       01 DV-DIV-COUNT    PIC        9(2) VALUE ZERO.
       01 DV-IDX          PIC        9(2) VALUE ZERO.
      *
      * Per-call interface: set DV-CHK-DEPT and PERFORM
      * GET-DEPT-DIVISION-PARA, or set DV-DIVISION and PERFORM
      * FIND-DIVISION-PARA; read DV-DIVISION, DV-DIV-SLOT and
      * DV-DIVISION-NAME back.  A department with no division, or
      * one whose parent is not a division line, comes back with
      * DV-DIVISION blank, DV-DIV-SLOT zero and the name
      * '(NO DIVISION)'.
       01 DV-CHK-DEPT     PIC        X(4).
       01 DV-DIVISION     PIC        X(4).
       01 DV-DIV-SLOT     PIC        9(2).
       01 DV-DIVISION-NAME PIC      X(30).
