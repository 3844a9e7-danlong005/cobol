      *================================================================
      * AUDCHAIN_DEF.COB
      * WORKING-STORAGE fields used by the audit-trail hash chain
      * (AUDCHAIN_PARA.cob).  COPY this into WORKING-STORAGE of
      * every program that COPYs AUDIT_PARA.cob, and of AUDVRFY.
      *================================================================
      * Where the chain stands - the last sequence number and hash
      * on the trail, picked up from the file on the first write of
      * the run and carried forward from then on.  A trail with no
      * chained record yet starts from sequence zero and the
      * all-zero genesis hash.
       01 AC-CHAIN-LOADED-SW PIC     X(1) VALUE 'N'.
          88 AC-CHAIN-LOADED       VALUE 'Y'.
       01 AC-TAIL-EOF     PIC        X(1).
       01 AC-LAST-SEQ     PIC        9(9) VALUE ZERO.
       01 AC-LAST-HASH    PIC       X(18) VALUE ZEROS.
      *
      * The run's start stamp for AUD-RUN-START, taken on the run's
      * first audit write.
       01 AC-RUN-START    PIC       9(14) VALUE ZERO.
      *
      * CHAIN-HASH-PARA working fields - the previous hash and the
      * record body go in AC-HASH-TEXT, the digest comes back in
      * AC-NEW-HASH as eighteen digits.
       01 AC-HASH-TEXT.
          05 AC-HASH-PREV    PIC    X(18).
          05 AC-HASH-BODY    PIC   X(278).
       01 AC-NEW-HASH     PIC       X(18).
       01 AC-HASH-A       PIC        9(9).
       01 AC-HASH-B       PIC        9(9).
       01 AC-HASH-CHAR    PIC        9(3).
       01 AC-HASH-IDX     PIC        9(3).
       01 AC-HASH-ROUND   PIC        9(2).
