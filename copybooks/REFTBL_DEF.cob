      *================================================================
      * REFTBL_DEF.COB
      * WORKING-STORAGE fields used by the reference-table loader
      * (REFTBL_PARA.cob).  COPY this into WORKING-STORAGE ahead of
      * the COPY of REFTBL_PARA.cob itself; see that copybook for
      * the protocol.
      *================================================================
       01 RFT-STATUS      PIC        X(2).
          88 RFT-FILE-OK           VALUE '00'.
       01 RFT-EOF         PIC        A(1).
       01 RFT-FNAME       PIC       X(40).
       01 RFT-READ-LINE   PIC       X(40).
      *
      * The five maintained tables, each held whole - comment lines
      * ('*' in column 1) included, so a rewrite keeps them.
      * RFT-TBL-ON-FILE 'N' means the file was not there; the two
      * parameter files then hold the standing built-in lines the
      * programs that read them fall back on.  RFT-TBL-OVERFLOW 'Y'
      * means the file ran past the 100 lines held: the lines beyond
      * were not loaded, so the table must not be written back.
       01 RFT-TBL.
          05 RFT-TBL-ENTRY OCCURS 5 TIMES.
             10 RFT-TBL-CODE       PIC X(4).
             10 RFT-TBL-FNAME      PIC X(20).
             10 RFT-TBL-KEY-LEN    PIC 9(2).
             10 RFT-TBL-ON-FILE    PIC X(1).
             10 RFT-TBL-CHANGED    PIC X(1).
             10 RFT-TBL-OVERFLOW   PIC X(1).
             10 RFT-TBL-LINES      PIC 9(3).
             10 RFT-TBL-LINE OCCURS 100 TIMES PIC X(40).
       01 RFT-TBL-COUNT   PIC        9(1) VALUE 5.
       01 RFT-SLOT        PIC        9(1) VALUE ZERO.
       01 RFT-IDX         PIC        9(3) VALUE ZERO.
       01 RFT-ADD-IDX     PIC        9(3) VALUE ZERO.
       01 RFT-KEY-LEN     PIC        9(2) VALUE ZERO.
      *
      * Per-call interface: set RFT-CHK-TABLE and PERFORM
      * FIND-REF-TABLE-PARA for RFT-SLOT (zero when the code is not
      * a maintained table); with RFT-SLOT set, set RFT-CHK-KEY and
      * PERFORM FIND-REF-KEY-PARA for RFT-LINE-SLOT (zero when no
      * line carries the key).
       01 RFT-CHK-TABLE   PIC        X(4).
       01 RFT-CHK-KEY     PIC       X(12).
       01 RFT-LINE-SLOT   PIC        9(3) VALUE ZERO.
