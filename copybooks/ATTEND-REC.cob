      *================================================================
      * ATTEND-REC.COB
      * Daily attendance record, kept as a companion indexed file
      * (./attend.dat) on the compmstr.dat model, keyed EMPID plus
      * work date so each employee has one line per day they
      * touched a clock.  PUNCHLD folds the site time clocks' punch
      * file into it; ATTNRPT checks it against the master every
      * morning - until now the only attendance record was a
      * supervisor walking the floor.
      *
      * AT-FIRST-IN is the earliest IN punch of the day and
      * AT-LAST-OUT the latest OUT punch, both HHMM, zero when the
      * day has no punch of that direction.  AT-IN-COUNT and
      * AT-OUT-COUNT let the report tell a forgotten out-punch
      * (more INs than OUTs) from a clean day.  AT-WORKED-MINS is
      * last-out less first-in, zero until both ends exist.
      *================================================================
           05 AT-KEY.
              07 AT-EMPID           PIC        9(5).
              07 AT-DATE            PIC        9(8).
           05 AT-SITE               PIC        X(4).
           05 AT-FIRST-IN           PIC        9(4).
           05 AT-LAST-OUT           PIC        9(4).
           05 AT-IN-COUNT           PIC        9(2).
           05 AT-OUT-COUNT          PIC        9(2).
           05 AT-WORKED-MINS        PIC        9(4).
