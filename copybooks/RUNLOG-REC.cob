      * line, in the same layout, to the shared run-log - Audit can
      * then answer "did the run on date X complete, and how many
      * records did it cover" straight from runlog.dta.
      *
      * RL-STEP-DETAIL is blank on a program's own run line.  BATCHRUN
      * fills it on the one line it writes per job step (RL-PROGRAM
      * 'STEP ' plus the step name): the step's program, its clock
      * start and end, the seconds it sat ready waiting for a free
      * run slot, and its RETURN-CODE - the night's critical path.
      *================================================================
           05 RL-PROGRAM           PIC       X(20).
           05 RL-RUN-DATE          PIC        9(8).
           05 RL-RECORDS-REJECTED  PIC        9(7).
           05 RL-ELAPSED-SECONDS   PIC        9(5).
           05 RL-RECORDS-PER-SEC   PIC        9(5)V99.
           05 RL-STEP-DETAIL.
              10 RL-STEP-PROGRAM   PIC        X(8).
              10 RL-STEP-START     PIC        9(6).
              10 RL-STEP-END       PIC        9(6).
              10 RL-STEP-WAIT-SECONDS PIC     9(5).
              10 RL-STEP-RC        PIC        9(4).
