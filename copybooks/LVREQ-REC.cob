      *================================================================
      * LVREQ-REC.COB
      * Advance leave request record, kept as a companion indexed
      * file (./leavereq.dat) on the compmstr.dat model, keyed EMPID
      * plus first day off - LEAVTAKE only ever saw an absence after
      * it happened, so three weeks in August could be booked that
      * the balance would never cover.  LVREQMNT books and decides
      * requests against the balance LEAVACC will have granted by
      * the first day off; LVREQPST turns each approved day into a
      * leavetran.dta line as it arrives; LVPLAN prints the
      * department planner.
      *
      * LR-TOTAL-HOURS is the working days in the span (weekends and
      * calendar holidays do not count) times LR-DAILY-HOURS.
      * LR-POSTED-THRU and LR-POSTED-HOURS track how much of an
      * approved request has already become taken leave; once the
      * last day posts the status moves to P.
      *================================================================
           05 LR-KEY.
              07 LR-EMPID           PIC        9(5).
              07 LR-START-DATE      PIC        9(8).
           05 LR-END-DATE           PIC        9(8).
           05 LR-DAILY-HOURS        PIC    9(3)V99.
           05 LR-TOTAL-HOURS        PIC    9(5)V99.
           05 LR-STATUS             PIC        X(1).
              88 LR-IS-REQUESTED        VALUE 'R'.
              88 LR-IS-APPROVED         VALUE 'A'.
              88 LR-IS-DENIED           VALUE 'D'.
              88 LR-IS-CANCELLED        VALUE 'C'.
              88 LR-IS-POSTED           VALUE 'P'.
           05 LR-REQUEST-DATE       PIC        9(8).
           05 LR-DECISION-DATE      PIC        9(8).
           05 LR-POSTED-THRU        PIC        9(8).
           05 LR-POSTED-HOURS       PIC    9(5)V99.
