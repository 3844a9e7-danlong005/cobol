      *    - a flag when the last run's reject rate jumped past
      *      double the prior average (or appeared where there were
      *      never rejects before);
      *    - for a BATCHRUN job step (the 'STEP ' lines), the last
      *      run's program, clock start and end, the seconds it sat
      *      waiting for a run slot, and its RETURN-CODE - enough to
      *      trace the night's critical path;
      *
      * and - most important for the morning check - which programs
      * did NOT log a run on the report date.  The expected-daily
      * list comes from ./runsched.parm (one program name per line,
      * '*' comments), and the report date is the first command-line
      * token (YYYYMMDD), defaulting to today.  Up to 150 programs
      * are tallied; log lines for any beyond are counted, reported
      * and end the run RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRPT.
      * out of the running totals, so one pass serves both the trend
      * and the latest-run columns.
           01 WS-PGM-TBL.
              05 WS-PGM-ENTRY OCCURS 150 TIMES.
                 10 WS-PGM-NAME       PIC X(20).
                 10 WS-PGM-RUNS       PIC  9(5).
                 10 WS-PGM-LAST-DATE  PIC  9(8).
                 10 WS-PGM-SUM-RPS    PIC  9(9)V99.
                 10 WS-PGM-SUM-READ   PIC  9(9).
                 10 WS-PGM-SUM-REJ    PIC  9(9).
                 10 WS-PGM-LAST-STEP  PIC X(29).
           01 WS-PGM-COUNT    PIC        9(3) VALUE ZERO.
           01 WS-PGM-IDX      PIC        9(3) VALUE ZERO.
           01 WS-PGM-SLOT     PIC        9(3) VALUE ZERO.
      *
      * Log lines for programs beyond the 150 the table holds - not
      * tallied, so the report says so rather than pass them over.
           01 WS-PGM-LOST     PIC        9(7) VALUE ZERO.
      *
           01 WS-LOG-COUNT    PIC        9(7) VALUE ZERO.
      *
      * A job step's last timings, laid out as RL-STEP-DETAIL.
           01 WS-LAST-STEP.
              05 WS-LAST-STEP-PGM     PIC     X(8).
              05 WS-LAST-STEP-START   PIC     9(6).
              05 WS-LAST-STEP-END     PIC     9(6).
              05 WS-LAST-STEP-WAIT    PIC     9(5).
              05 WS-LAST-STEP-RC      PIC     9(4).
      *
           01 WS-PRIOR-RUNS   PIC        9(5).
           01 WS-PRIOR-AVG-RPS PIC       9(5)V99.
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT
                  OR WS-PGM-SLOT > 0.
           IF WS-PGM-SLOT = 0 AND WS-PGM-COUNT < 150
             ADD 1 TO WS-PGM-COUNT
             MOVE WS-PGM-COUNT TO WS-PGM-SLOT
             MOVE RL-PROGRAM TO WS-PGM-NAME (WS-PGM-SLOT)
                  TO WS-PGM-LAST-SECS (WS-PGM-SLOT)
             MOVE RL-RECORDS-PER-SEC
                  TO WS-PGM-LAST-RPS (WS-PGM-SLOT)
             MOVE RL-STEP-DETAIL TO WS-PGM-LAST-STEP (WS-PGM-SLOT)
             ADD RL-RECORDS-PER-SEC TO WS-PGM-SUM-RPS (WS-PGM-SLOT)
             ADD RL-RECORDS-READ TO WS-PGM-SUM-READ (WS-PGM-SLOT)
             ADD RL-RECORDS-REJECTED
                 TO WS-PGM-SUM-REJ (WS-PGM-SLOT)
           ELSE
             ADD 1 TO WS-PGM-LOST
           END-IF.

      * ================================================================
                   "  REJECTED " WS-PGM-LAST-REJ (WS-PGM-IDX)
                   "  ELAPSED " WS-PGM-LAST-SECS (WS-PGM-IDX)
                   " SEC  " WS-PGM-LAST-RPS (WS-PGM-IDX) " REC/SEC".
           IF WS-PGM-LAST-STEP (WS-PGM-IDX) NOT = SPACES
             MOVE WS-PGM-LAST-STEP (WS-PGM-IDX) TO WS-LAST-STEP
             DISPLAY "  STEP " WS-LAST-STEP-PGM
                     "  STARTED " WS-LAST-STEP-START
                     "  ENDED " WS-LAST-STEP-END
                     "  WAITED " WS-LAST-STEP-WAIT " SEC"
                     "  RC " WS-LAST-STEP-RC
           END-IF.
           COMPUTE WS-PRIOR-RUNS = WS-PGM-RUNS (WS-PGM-IDX) - 1.
           IF WS-PRIOR-RUNS > 0
             COMPUTE WS-PRIOR-AVG-RPS ROUNDED =
           DISPLAY "==============================================".
           DISPLAY "RUNRPT: " WS-LOG-COUNT " LOG LINE(S), "
                   WS-PGM-COUNT " PROGRAM(S)".
           IF WS-PGM-LOST > 0
             DISPLAY "RUNRPT: *** MORE THAN 150 PROGRAMS ON THE LOG - "
                     WS-PGM-LOST " LINE(S) NOT TALLIED; THEIR "
                     "PROGRAMS MAY SHOW AS NOT RUN ***"
           END-IF.
           IF WS-MISSED-COUNT > 0 OR WS-JUMP-COUNT > 0
               OR WS-PGM-LOST > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
