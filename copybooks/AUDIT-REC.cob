      * SIGNON_PARA.cob) - spaces when the writing program runs
      * without a sign-on.
           05 AUD-OPERATOR          PIC        X(8).
      * The second operator who released a change held for two-person
      * approval (copybooks/HELDTRAN_PARA.cob) - the maker is then in
      * AUD-OPERATOR; spaces for a change that needed no approval.
           05 AUD-CHECKER           PIC        X(8).
      * When the writing run made its first audit entry (YYYYMMDD-
      * HHMMSS as one number) - the same on every entry the run
      * writes, so RUNBACK can pick one run's changes out of the
      * trail however long the run took.
           05 AUD-RUN-START         PIC       9(14).
      * The record's place in the trail's hash chain (copybooks/
      * AUDCHAIN_PARA.cob): AUD-SEQ runs 1, 2, 3 ... down the file
      * and AUD-CHAIN-HASH digests the previous record's hash with
      * every byte above it, this record's sequence included, so an
      * edited, dropped or re-ordered record breaks every link after
      * it.  AUDVRFY walks the chain.  Records written before the
      * chain began carry spaces here.
           05 AUD-SEQ               PIC        9(9).
           05 AUD-CHAIN-HASH        PIC       X(18).
