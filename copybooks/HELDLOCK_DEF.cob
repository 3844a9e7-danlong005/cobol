      *================================================================
      * HELDLOCK_DEF.COB
      * WORKING-STORAGE fields used by the held-transactions lock
      * paragraphs (HELDLOCK_PARA.cob).  COPY this into
      * WORKING-STORAGE ahead of the COPY of HELDLOCK_PARA.cob
      * itself.
      *================================================================
       01 HK-LOCK-STATUS  PIC        X(2).
          88 HK-LOCK-FILE-PRESENT  VALUE '00'.
       01 HK-LOCK-SW      PIC        X(1).
          88 HELD-LOCK-FREE       VALUE 'F'.
          88 HELD-LOCK-HELD       VALUE 'H'.
          88 HELD-LOCK-STALE      VALUE 'S'.
      *
      * On from the moment this run takes the lock until it frees it,
      * so a second TAKE-HELD-LOCK-PARA is a no-op.
       01 HK-OWN-SW       PIC        X(1) VALUE 'N'.
          88 HELD-LOCK-OURS       VALUE 'Y'.
      *
      * The lock-file record, laid out as copybooks/LOCK-REC.cob.
       01 HK-LOCK-REC.
          05 HK-LOCK-PROGRAM       PIC       X(20).
          05 HK-LOCK-DATE          PIC        9(8).
          05 HK-LOCK-TIME          PIC        9(6).
      *
      * A lock from a prior day, or older than HK-STALE-SECS on the
      * same day, belongs to a crashed run and is reported and
      * taken over rather than honored forever.
       01 HK-STALE-SECS   PIC        9(5) VALUE 07200.
       01 HK-TODAY        PIC        9(8).
       01 HK-NOW-SECS     PIC        9(5).
       01 HK-THEN-SECS    PIC        9(5).
       01 HK-AGE-SECS     PIC       S9(6).
       01 HK-HH           PIC        9(2).
       01 HK-MM           PIC        9(2).
       01 HK-SS           PIC        9(2).
       01 HK-LOCK-FNAME   PIC       X(40) VALUE './heldtran.lck'.
       01 HK-CBL-RC       PIC      S9(9) COMP-5.
