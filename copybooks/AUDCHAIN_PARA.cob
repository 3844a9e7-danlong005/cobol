      *================================================================
      * AUDCHAIN_PARA.COB
      * The audit-trail hash chain.  Each audit record's
      * AUD-CHAIN-HASH is the digest of the previous record's hash
      * followed by the record's own first 278 bytes - everything
      * from AUD-PROGRAM through AUD-SEQ - so altering, removing or
      * re-ordering any record leaves every later hash wrong.
      * WRITE-AUDIT-PARA (AUDIT_PARA.cob) stamps each record through
      * here; AUDVRFY recomputes the chain to prove it.  COPY into
      * the PROCEDURE DIVISION; first COPY AUDCHAIN_DEF.cob into
      * WORKING-STORAGE.  Move the previous hash to AC-HASH-PREV
      * and the record body to AC-HASH-BODY, then PERFORM
      * CHAIN-HASH-PARA.
      *
      * The digest is the same two-remainder scheme the password
      * hash uses (copybooks/SIGNON_PARA.cob), over two passes.  It
      * shows a trail was altered after the fact; it is not a
      * signature, and someone able to run this code could rebuild
      * a consistent chain - which is why the last hash is also
      * kept on each backup manifest (MSTRBKUP), out of the trail's
      * reach.
      *================================================================
       CHAIN-HASH-PARA.
           MOVE 5381 TO AC-HASH-A.
           MOVE 7919 TO AC-HASH-B.
           PERFORM CHAIN-HASH-ROUND-PARA
               VARYING AC-HASH-ROUND FROM 1 BY 1
               UNTIL AC-HASH-ROUND > 2.
           MOVE AC-HASH-A TO AC-NEW-HASH (1:9).
           MOVE AC-HASH-B TO AC-NEW-HASH (10:9).

      * ================================================================
      * CHAIN-HASH-ROUND-PARA
      * ================================================================
       CHAIN-HASH-ROUND-PARA.
           PERFORM CHAIN-HASH-STEP-PARA
               VARYING AC-HASH-IDX FROM 1 BY 1
               UNTIL AC-HASH-IDX > 296.

      * ================================================================
      * CHAIN-HASH-STEP-PARA
      * ================================================================
       CHAIN-HASH-STEP-PARA.
           MOVE FUNCTION ORD (AC-HASH-TEXT (AC-HASH-IDX:1))
               TO AC-HASH-CHAR.
           COMPUTE AC-HASH-A = FUNCTION MOD
               (AC-HASH-A * 33 + AC-HASH-CHAR + AC-HASH-B,
                999999937).
           COMPUTE AC-HASH-B = FUNCTION MOD
               (AC-HASH-B * 131 + AC-HASH-CHAR * AC-HASH-ROUND
                + AC-HASH-A, 999999929).
