      *================================================================
      * PLANRATE-REC.COB
      * Plan rate table line (./planrate.parm, line sequential) -
      * the employee's premium deduction per pay period for one
      * plan, option, and coverage tier, as the carrier quotes it.
      * Fixed columns on the merit.parm pattern:
      *
      *    cols 1-3    plan type (BE-PLAN)
      *    col  4      blank
      *    cols 5-10   plan option (BE-OPTION)
      *    col  11     blank
      *    cols 12-13  coverage tier EE/ES/EC/FA (BE-TIER)
      *    col  14     blank
      *    cols 15-21  deduction per pay period, 99999V99
      *
      * A '*' in column 1 is a comment.  BENMAINT refuses an
      * election with no rate line; BENDEDN lists one whose rate has
      * since been dropped and feeds nothing for it.
      *================================================================
           05 PR-PLAN               PIC        X(3).
           05 FILLER                PIC        X(1).
           05 PR-OPTION             PIC        X(6).
           05 FILLER                PIC        X(1).
           05 PR-TIER               PIC        X(2).
           05 FILLER                PIC        X(1).
           05 PR-PREMIUM            PIC      9(5)V99.
