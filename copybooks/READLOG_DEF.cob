      *================================================================
      * READLOG_DEF.COB
      * WORKING-STORAGE fields used by the read-access log writer
      * (READLOG_PARA.cob).  COPY this into WORKING-STORAGE ahead of
      * the COPY of READLOG_PARA.cob itself; see that copybook for
      * the protocol.
      *================================================================
       01 RA-LOG-STATUS   PIC        X(2).
          88 RA-LOG-OK             VALUE '00'.
      *
      * What the entry records - set these, then PERFORM
      * WRITE-READLOG-PARA.
       01 RA-LOG-KIND     PIC        X(1).
       01 RA-LOG-EMPID    PIC        9(5) VALUE ZERO.
       01 RA-LOG-SUBJECT  PIC       X(40) VALUE SPACES.
       01 RA-LOG-RECORDS  PIC        9(7) VALUE ZERO.
