      *================================================================
      * HELDTRAN-REC.COB
      * Held-transactions file (./heldtran.dta) behind two-person
      * approval of sensitive master and compensation changes.
      * EMPMAINT and COMPMAINT park a transaction here instead of
      * applying it when it crosses one of the approval thresholds;
      * a second, different operator releases or rejects it in a
      * separate HELDAPPR run, and the owning program applies the
      * released ones at the top of its next run, stamping the maker
      * and the checker into the audit image pair.
      *
      *    HT-ID           permanent item number, one more than the
      *                    highest on file when the item was held
      *    HT-PROGRAM      the maintenance program that held it and
      *                    will apply it
      *    HT-STATUS       H held       awaiting a checker
      *                    R released   approved, applied next run
      *                    X rejected   refused by the checker
      *                    P applied    released and applied
      *                    F failed     released, but rejected by
      *                                 the program's own edits when
      *                                 applied - see its run report
      *    HT-REASON       SALR  salary change over the threshold
      *                    DOB   date-of-birth change
      *                    HDT   hire-date change
      *                    DEL   delete
      *                    BKDT  back-dated termination
      *    HT-HELD-DATE    the day it was held, and the operator who
      *    HT-MAKER        keyed it
      *    HT-CHECKER      the operator who released or rejected it,
      *    HT-DECIDED-DATE and the day they did
      *    HT-TRAN         the transaction exactly as keyed - the
      *                    action byte and the program's record
      *================================================================
           05 HT-ID                 PIC        9(6).
           05 HT-PROGRAM            PIC       X(20).
           05 HT-STATUS             PIC        X(1).
              88 HT-IS-HELD             VALUE 'H'.
              88 HT-IS-RELEASED         VALUE 'R'.
              88 HT-IS-REJECTED         VALUE 'X'.
              88 HT-IS-APPLIED          VALUE 'P'.
              88 HT-IS-FAILED           VALUE 'F'.
           05 HT-REASON             PIC        X(4).
           05 HT-HELD-DATE          PIC        9(8).
           05 HT-MAKER              PIC        X(8).
           05 HT-CHECKER            PIC        X(8).
           05 HT-DECIDED-DATE       PIC        9(8).
           05 HT-TRAN               PIC      X(103).
