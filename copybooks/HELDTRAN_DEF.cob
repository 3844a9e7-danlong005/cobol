      *================================================================
      * HELDTRAN_DEF.COB
      * WORKING-STORAGE fields used by the two-person approval hold
      * (HELDTRAN_PARA.cob).  COPY this into WORKING-STORAGE ahead
      * of the COPY of HELDTRAN_PARA.cob itself; see that copybook
      * for the protocol.
      *================================================================
       01 HT-HELD-STATUS  PIC        X(2).
          88 HT-HELD-FILE-OK       VALUE '00'.
       01 HT-HELD-EOF     PIC        X(1).
       01 HT-TODAY        PIC        9(8).
       01 HT-LAST-ID      PIC        9(6) VALUE ZERO.
       01 HT-RELEASED-COUNT PIC      9(5) VALUE ZERO.
       01 HT-SAVE-OPERATOR PIC       X(8).
      *
      * On while the run's own transactions are judged; off while a
      * released item is applied, since a checker has already
      * passed it.
       01 HT-HOLD-SW      PIC        X(1) VALUE 'Y'.
          88 HT-HOLD-CHECK-ON      VALUE 'Y'.
          88 HT-HOLD-CHECK-OFF     VALUE 'N'.
      *
      * Per-hold interface: set HT-HOLD-REASON and the transaction
      * image into HT-HOLD-TRAN, then PERFORM WRITE-HELD-TRAN-PARA;
      * HT-LAST-ID comes back as the new item's number.
       01 HT-HOLD-REASON  PIC        X(4).
       01 HT-HOLD-TRAN    PIC      X(103).
      *
      * Set by the program's APPLY-RELEASED-TRAN-PARA for each
      * released item it applies.
       01 HT-RELEASE-SW   PIC        X(1).
          88 HT-RELEASE-APPLIED    VALUE 'P'.
          88 HT-RELEASE-FAILED     VALUE 'F'.
      *
      * File-swap scratch fields, on the HOUSEKEEP pattern.
       01 HT-DELETE-FNAME PIC       X(40).
       01 HT-CBL-RC       PIC      S9(9) COMP-5.
