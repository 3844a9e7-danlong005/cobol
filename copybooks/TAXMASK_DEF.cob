      *================================================================
      * TAXMASK_DEF.COB
      * WORKING-STORAGE fields used by the tax-ID masking
      * paragraphs (TAXMASK_PARA.cob).  COPY this into
      * WORKING-STORAGE, after SIGNON_DEF.cob, ahead of the COPY of
      * TAXMASK_PARA.cob itself; see that copybook for the protocol.
      *================================================================
       01 TM-VIEW-SW      PIC        X(1) VALUE 'M'.
          88 TM-FULL-VIEW          VALUE 'F'.
          88 TM-MASKED-VIEW        VALUE 'M'.
      *
      * Per-call interface: the nine-digit ID in, NNN-NN-NNNN or
      * XXX-XX-NNNN out.
       01 TM-TAXID-IN     PIC        X(9).
       01 TM-TAXID-OUT    PIC       X(11).
