      *================================================================
      * LVFORF-REC.COB
      * Leave-year close journal line (./leaveforf.dta, line
      * sequential, appended) - one per balance record the close
      * touched, written by LVYRCLOS before the balance is
      * rewritten.  It is the forfeiture record HR signs off, the
      * year's accrued/taken figures as they stood before the
      * reset, and the restart point: a close interrupted part way
      * picks up after the last EMPID journaled for the year.
      *
      * LF-BAL-BEFORE is signed - a negative balance carries over
      * as it stands and forfeits nothing.
      *================================================================
           05 LF-LEAVE-YEAR         PIC        9(4).
           05 FILLER                PIC        X(1).
           05 LF-EMPID              PIC        9(5).
           05 FILLER                PIC        X(1).
           05 LF-SVC-YEARS          PIC        9(3).
           05 FILLER                PIC        X(1).
           05 LF-BAL-BEFORE         PIC   S9(5)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER                PIC        X(1).
           05 LF-CAP                PIC    9(5)V99.
           05 FILLER                PIC        X(1).
           05 LF-FORFEIT            PIC    9(5)V99.
           05 FILLER                PIC        X(1).
           05 LF-ACCRUED-YTD        PIC    9(5)V99.
           05 FILLER                PIC        X(1).
           05 LF-TAKEN-YTD          PIC    9(5)V99.
           05 FILLER                PIC        X(1).
           05 LF-CLOSE-DATE         PIC        9(8).
