      *
      *    cols  1-12  step name (for the console messages)
      *    col  13     blank
      *    cols 14-21  program to run (EMPLOAD, CALCAGE, ...)
      *    col  22     blank
      *    col  23     continue-on-warning: 'Y' lets the chain go on
      *                when the step ends RETURN-CODE 4, anything
      *                                  (1 = Monday)
      *                   ME             month-end dates only
      *                   PD             pay days only
      *    col  29     blank
      *    cols 30-41  predecessors - up to three step names, each
      *    cols 43-54  in the 12-column step-name form, that must
      *    cols 56-67  finish before this step may start.  All three
      *                blank means "after the line above", the
      *                strict chain every existing job-control file
      *                was written for; NONE in cols 30-33 lets the
      *                step start at once.  A predecessor must be
      *                named on an earlier line - a file that breaks
      *                that rule, or names a step it does not have,
      *                runs nothing.
      *
      * When the step runs is decided against the shop business
      * calendar (./bizcal.parm, one line per entry: col 1 type -
      * failure, so the morning check can tell "not its day" from
      * "did not run".
      *
      * Every step whose predecessors have finished is started at
      * once, up to the run-slot limit - a single digit 1-9 on the
      * command line, default 4; 1 runs the steps one at a time in
      * file order.  Each step runs as its own process (cobcrun,
      * the way CALCSPLT starts its CALCPART workers) and leaves its
      * RETURN-CODE in ./batchstep_NN.rc when it ends, which BATCHRUN
      * polls for; this works because each step program ends with
      * GOBACK, which hands RETURN-CODE back as the exit status when
      * it is the top-level program.  A skipped or not-due step
      * counts as finished for the steps after it, as it always
      * has.  Two steps that chain entries onto the same audit trail
      * (MERITRUN and TERMCASC on compaudit, say) never run at once,
      * whatever their predecessors allow - the later one waits for
      * the earlier to end, so the trail's hash chain is never
      * forked; nor do two steps that rewrite the same work file
      * (heldtran.dta).  A step that updates the employee master
      * under ./empmstr.lck (EMPLOAD, PENDSWP, EMPMAINT, ...) runs
      * alone: it waits for every running step to end, nothing else
      * starts while it waits or runs, so no reader meets the lock
      * and ends RC 10.  A failed step halts only the steps that
      * depend on it, directly or through another step - they are
      * held, and unrelated branches run on.  The run then ends
      * with the highest failing code.
      *
      * With no parameter file the built-in chain runs AUDVRFY (the
      * audit-trail chain check, first, so nothing reads or extends
      * a trail that no longer proves out), EMPLOAD, PENDSWP (the
      * effective-dated pending sweep, right after the master
      * rebuild so applied transactions survive it), CALCAGE,
      * RECONCIL, NEWHIRE, each after the one before it, halting
      * the moment a step comes back non-zero.  A site running from
      * ./batchjob.parm puts an AUDVRFY line ahead of its first step
      * that reads the trail, and names it as that step's
      * predecessor.
      *
      * Every step that completes clean (or within its warning
      * allowance) is journaled to ./batchckpt.dta, and a RESTART
      * command-line token (the same token CALCAGE itself takes)
      * reruns only the steps the journal does not show complete -
      * the failed and held ones - so a halt at step 3 of 4 no
      * longer means rebuilding the master and re-validating it
      * just to reach the step that actually failed.  A run with no
      * failed or held step clears the journal so the next night
      * starts from step 1.  RESTART and the slot limit may be given
      * together, in either order.
      *
      * Each step that runs gets its own line on the run log
      * (RL-PROGRAM 'STEP ' plus the step name) with its clock start
      * and end and the seconds it sat ready waiting for a free run
      * slot, so the night's critical path can be read straight off
      * runlog.dta; BATCHRUN logs its own run line at the end.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHRUN.
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT STEPRC ASSIGN DYNAMIC WS-STEPRC-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STEPRC-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
              05 JC-SKIP         PIC     X(1).
              05 FILLER          PIC     X(1).
              05 JC-FREQ         PIC     X(2).
              05 FILLER          PIC     X(1).
              05 JC-AFTER OCCURS 3 TIMES.
                 10 JC-AFTER-NAME PIC   X(12).
                 10 FILLER       PIC     X(1).
      *
           FD BATCHCKPT.
           01 BATCHCKPT-REC.
              05 CAL-TYPE        PIC     X(1).
              05 FILLER          PIC     X(1).
              05 CAL-DATE        PIC     9(8).
      *
           FD STEPRC.
           01 STEPRC-REC         PIC    X(10).
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-JOBCTL-STATUS PIC       X(2).
              88 WS-JOBCTL-OK        VALUE '00'.
           01 WS-JOBCTL-EOF   PIC        A(1).
      *
      * One entry per step: its job-control settings, the table
      * numbers of the steps it waits on, where it stands this run,
      * and its timings in seconds from the start of the run.
           01 WS-STEP-TBL.
              05 WS-STEP-ENTRY OCCURS 10 TIMES.
                 10 WS-STEP-NAME    PIC X(12).
                 10 WS-STEP-CONT    PIC  X(1).
                 10 WS-STEP-SKIP    PIC  X(1).
                 10 WS-STEP-FREQ    PIC  X(2).
                 10 WS-STEP-PRED OCCURS 3 TIMES PIC 9(2).
                 10 WS-STEP-STATE   PIC  X(1).
                    88 STEP-PENDING      VALUE 'P'.
                    88 STEP-RUNNING      VALUE 'R'.
                    88 STEP-DONE         VALUE 'D'.
                    88 STEP-FAILED       VALUE 'F'.
                    88 STEP-HELD         VALUE 'H'.
                 10 WS-STEP-END-RC  PIC S9(4).
                 10 WS-STEP-READY-OFS PIC 9(5).
                 10 WS-STEP-START-OFS PIC 9(5).
                 10 WS-STEP-END-OFS PIC  9(5).
                 10 WS-STEP-START-TIME PIC 9(6).
                 10 WS-STEP-END-TIME PIC 9(6).
                 10 WS-STEP-TRAIL   PIC  X(4).
                 10 WS-STEP-SERIAL  PIC  X(4).
                 10 WS-STEP-WAIT-SW PIC  X(1).
                    88 STEP-WAIT-SHOWN   VALUE 'Y'.
           01 WS-STEP-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-STEP-IDX     PIC        9(2) VALUE ZERO.
      *
      * Predecessor resolution and checking.
           01 WS-AFTER-IDX    PIC        9(1) VALUE ZERO.
           01 WS-PRED-IDX     PIC        9(1) VALUE ZERO.
           01 WS-PRED-STEP    PIC        9(2) VALUE ZERO.
           01 WS-FIND-IDX     PIC        9(2) VALUE ZERO.
           01 WS-FOUND-STEP   PIC        9(2) VALUE ZERO.
           01 WS-PRED-SW      PIC        X(1).
              88 PREDS-READY         VALUE 'R'.
              88 PREDS-WAITING       VALUE 'W'.
              88 PREDS-HELD          VALUE 'H'.
           01 WS-READY-OFS    PIC        9(5) VALUE ZERO.
           01 WS-JOBCTL-ERR-SW PIC       X(1) VALUE 'N'.
              88 JOBCTL-IN-ERROR     VALUE 'Y'.
      *
           01 WS-CKPT-STATUS  PIC        X(2).
              88 WS-CKPT-OK          VALUE '00'.
           01 WS-CKPT-EOF     PIC        A(1).
      *
      * Restart control - WS-RESUME-COUNT is how many steps the
      * journal shows complete; each is marked done before the run
      * starts, so only the rest are run.
           01 WS-CMDLINE      PIC       X(30).
           01 WS-CMD-TOKEN-1  PIC        X(7).
           01 WS-CMD-TOKEN-2  PIC        X(7).
           01 WS-CMD-TOKEN    PIC        X(7).
           01 WS-RESTART-SW   PIC        X(1) VALUE 'N'.
              88 RESTART-REQUESTED   VALUE 'Y'.
              88 RESTART-NOT-REQUESTED VALUE 'N'.
           01 WS-RESUME-COUNT PIC        9(2) VALUE ZERO.
      *
      * The audit trail each step program chains its entries onto,
      * and what else it must not share.  A program reads the
      * trail's last entry once, when it first writes, and chains
      * every later entry on that, so two steps extending the same
      * trail at once would fork its chain; a step is kept waiting
      * while another step on its trail runs.  RUNBACK (trail '*')
      * reverses entries on whichever trail the run being backed
      * out wrote, so it runs alongside no trail writer at all.
      *
      * The serial code serializes the same way on something other
      * than a trail: steps with the same code never run together
      * (HELD - the held-transaction file, rewritten whole through
      * ./heldtran.new).  Code '*' marks a program that updates the
      * employee master under ./empmstr.lck; it runs alone, since
      * any step reading the master would find the lock and end
      * RC 10.  A program not listed writes no chained trail and
      * takes no lock.  Program names longer than the eight columns
      * of the job-control line (COMPMAINT, APPRMAINT) cannot be
      * steps, so are not listed.
           01 WS-TRAIL-VALUES.
              05 FILLER PIC X(16) VALUE 'ASSETMNTASST    '.
              05 FILLER PIC X(16) VALUE 'CWMAINT CW      '.
              05 FILLER PIC X(16) VALUE 'DEPTREOGEMP *   '.
              05 FILLER PIC X(16) VALUE 'DNRMAINTDNR     '.
              05 FILLER PIC X(16) VALUE 'EMPLOAD EMP *   '.
              05 FILLER PIC X(16) VALUE 'EMPMAINTEMP *   '.
              05 FILLER PIC X(16) VALUE 'EMPPURGEEMP *   '.
              05 FILLER PIC X(16) VALUE 'ENTMAINTENT     '.
              05 FILLER PIC X(16) VALUE 'ERCMNT  ERC     '.
              05 FILLER PIC X(16) VALUE 'ERDUE   ERC     '.
              05 FILLER PIC X(16) VALUE 'HELDAPPR    HELD'.
              05 FILLER PIC X(16) VALUE 'INCDMNT INCD    '.
              05 FILLER PIC X(16) VALUE 'MERITRUNCOMP    '.
              05 FILLER PIC X(16) VALUE 'MSTRREST    *   '.
              05 FILLER PIC X(16) VALUE 'PENDSWP EMP *   '.
              05 FILLER PIC X(16) VALUE 'PREFMNT PREF    '.
              05 FILLER PIC X(16) VALUE 'REFMAINTREF     '.
              05 FILLER PIC X(16) VALUE 'RUNBACK *   *   '.
              05 FILLER PIC X(16) VALUE 'SUCCMNT SUCC    '.
              05 FILLER PIC X(16) VALUE 'SUPMAINTSUP     '.
              05 FILLER PIC X(16) VALUE 'SUSPFIX EMP *   '.
              05 FILLER PIC X(16) VALUE 'TERMCASCCOMP    '.
              05 FILLER PIC X(16) VALUE 'WKPMMNT WKP     '.
           01 WS-TRAIL-TBL REDEFINES WS-TRAIL-VALUES.
              05 WS-TRAIL-ENTRY OCCURS 23 TIMES.
                 10 WS-TRAIL-PROGRAM PIC X(8).
                 10 WS-TRAIL-CODE   PIC  X(4).
                 10 WS-TRAIL-SERIAL PIC  X(4).
           01 WS-TRAIL-IDX    PIC        9(2) VALUE ZERO.
           01 WS-CLASH-IDX    PIC        9(2) VALUE ZERO.
           01 WS-CLASH-STEP   PIC        9(2) VALUE ZERO.
           01 WS-CLASH-SW     PIC        X(1).
              88 TRAIL-CLASH         VALUE 'Y'.
              88 NO-TRAIL-CLASH      VALUE 'N'.
           01 WS-CLASH-REASON PIC       X(16).
      * The run-alone step that is waiting for the running steps to
      * end - nothing else starts meanwhile, or it could wait on
      * them all night.
           01 WS-EXCL-STEP    PIC        9(2) VALUE ZERO.
      *
      * Run slots - how many steps may run at once, and how many
      * are running now.
           01 WS-RUN-LIMIT    PIC        9(1) VALUE 4.
           01 WS-RUNNING-COUNT PIC       9(2) VALUE ZERO.
           01 WS-ENDED-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-RAN-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-FAILED-COUNT PIC        9(2) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(2) VALUE ZERO.
      *
      * Step launch and completion.  Each step's exit status lands
      * in ./batchstep_NN.rc (written under a .tmp name and renamed,
      * so a half-written file is never read).
           01 WS-LAUNCH-CMD   PIC      X(100).
           01 WS-SLEEP-CMD    PIC       X(10) VALUE 'sleep 1'.
           01 WS-SYS-RC       PIC      S9(9) COMP-5.
           01 WS-CBL-RC       PIC      S9(9) COMP-5.
           01 WS-STEPRC-FNAME PIC       X(40).
           01 WS-STEPRC-STATUS PIC       X(2).
              88 WS-STEPRC-OK        VALUE '00'.
      *
      * The clock, as seconds from the start of the run (a run that
      * straddles midnight keeps counting up).
           01 WS-NOW-SECS     PIC        9(5).
           01 WS-NOW-OFS      PIC        9(5).
           01 WS-NOW-TIME     PIC        9(6).
      *
           01 WS-STEP-RC      PIC       S9(4).
           01 WS-STEP-NOTE    PIC        X(8).
           01 WS-HALT-SW      PIC        X(1) VALUE 'N'.
              88 CHAIN-HALTED        VALUE 'Y'.
              88 CHAIN-RUNNING       VALUE 'N'.
           01 WS-SETTLED-SW   PIC        X(1) VALUE 'N'.
              88 ALL-STEPS-SETTLED   VALUE 'Y'.
      *
      * Run-statistics log - one line per step run, and BATCHRUN's
      * own line, appended by WRITE-RUNLOG-PARA.
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'BATCHRUN'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       PROCEDURE DIVISION.
       MAIN.
      * built-in default chain when no file is on hand.
      * ================================================================
       INITIALIZE-PARA.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM LOAD-CALENDAR-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2
           END-UNSTRING.
           SET RESTART-NOT-REQUESTED TO TRUE.
           MOVE WS-CMD-TOKEN-1 TO WS-CMD-TOKEN.
           PERFORM APPLY-CMD-TOKEN-PARA.
           MOVE WS-CMD-TOKEN-2 TO WS-CMD-TOKEN.
           PERFORM APPLY-CMD-TOKEN-PARA.
           OPEN INPUT JOBCTL.
           IF WS-JOBCTL-OK
             MOVE ' ' TO WS-JOBCTL-EOF
                      TO WS-STEP-SKIP (WS-STEP-COUNT)
                 MOVE JC-FREQ
                      TO WS-STEP-FREQ (WS-STEP-COUNT)
                 PERFORM LOAD-STEP-PREDS-PARA
               END-IF
               READ JOBCTL INTO JOBCTL-REC
                    AT END MOVE 'Y' TO WS-JOBCTL-EOF
                     "BUILT-IN CHAIN"
             PERFORM BUILD-DEFAULT-CHAIN-PARA
           END-IF.
           PERFORM RESET-STEP-STATE-PARA
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           IF RESTART-REQUESTED
             PERFORM READ-CHECKPOINT-PARA
             OPEN EXTEND BATCHCKPT
           ELSE
             OPEN OUTPUT BATCHCKPT
           END-IF.
           DISPLAY "BATCHRUN: " WS-STEP-COUNT " STEP(S), UP TO "
                   WS-RUN-LIMIT " AT A TIME".

      * ================================================================
      * APPLY-CMD-TOKEN-PARA
      * One command-line token: RESTART, or the run-slot limit as a
      * single digit 1-9.  Anything else is ignored.
      * ================================================================
       APPLY-CMD-TOKEN-PARA.
           EVALUATE TRUE
             WHEN WS-CMD-TOKEN = 'RESTART'
               SET RESTART-REQUESTED TO TRUE
             WHEN WS-CMD-TOKEN (2:6) = SPACES
                 AND WS-CMD-TOKEN (1:1) >= '1'
                 AND WS-CMD-TOKEN (1:1) <= '9'
               MOVE WS-CMD-TOKEN (1:1) TO WS-RUN-LIMIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * LOAD-STEP-PREDS-PARA
      * Turns the job-control line's predecessor names into the
      * table numbers of those steps.  No names at all keeps the
      * old strict chain - the step waits on the line above it.
      * ================================================================
       LOAD-STEP-PREDS-PARA.
           MOVE ZERO TO WS-STEP-PRED (WS-STEP-COUNT, 1)
                        WS-STEP-PRED (WS-STEP-COUNT, 2)
                        WS-STEP-PRED (WS-STEP-COUNT, 3).
           EVALUATE TRUE
             WHEN JC-AFTER-NAME (1) = 'NONE'
               CONTINUE
             WHEN JC-AFTER-NAME (1) = SPACES
                 AND JC-AFTER-NAME (2) = SPACES
                 AND JC-AFTER-NAME (3) = SPACES
               IF WS-STEP-COUNT > 1
                 COMPUTE WS-STEP-PRED (WS-STEP-COUNT, 1) =
                     WS-STEP-COUNT - 1
               END-IF
             WHEN OTHER
               PERFORM RESOLVE-ONE-PRED-PARA
                   VARYING WS-AFTER-IDX FROM 1 BY 1
                   UNTIL WS-AFTER-IDX > 3
           END-EVALUATE.

      * ================================================================
      * RESOLVE-ONE-PRED-PARA
      * One predecessor name, looked up among the lines above this
      * one.  A name not found there puts the whole file in error -
      * running a step ahead of a predecessor it was promised would
      * be worse than not running the night at all.
      * ================================================================
       RESOLVE-ONE-PRED-PARA.
           IF JC-AFTER-NAME (WS-AFTER-IDX) NOT = SPACES
             MOVE ZERO TO WS-FOUND-STEP
             PERFORM FIND-PRED-STEP-PARA
                 VARYING WS-FIND-IDX FROM 1 BY 1
                 UNTIL WS-FIND-IDX >= WS-STEP-COUNT
                    OR WS-FOUND-STEP > 0
             IF WS-FOUND-STEP > 0
               MOVE WS-FOUND-STEP
                    TO WS-STEP-PRED (WS-STEP-COUNT, WS-AFTER-IDX)
             ELSE
               DISPLAY "BATCHRUN: *** STEP "
                       WS-STEP-NAME (WS-STEP-COUNT)
                       " WAITS ON "
                       JC-AFTER-NAME (WS-AFTER-IDX)
                       ", WHICH IS NOT AN EARLIER STEP ***"
               SET JOBCTL-IN-ERROR TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * FIND-PRED-STEP-PARA
      * ================================================================
       FIND-PRED-STEP-PARA.
           IF WS-STEP-NAME (WS-FIND-IDX) =
               JC-AFTER-NAME (WS-AFTER-IDX)
             MOVE WS-FIND-IDX TO WS-FOUND-STEP
           END-IF.

      * ================================================================
      * RESET-STEP-STATE-PARA
      * ================================================================
       RESET-STEP-STATE-PARA.
           SET STEP-PENDING (WS-STEP-IDX) TO TRUE.
           MOVE ZERO TO WS-STEP-END-RC (WS-STEP-IDX)
                        WS-STEP-READY-OFS (WS-STEP-IDX)
                        WS-STEP-START-OFS (WS-STEP-IDX)
                        WS-STEP-END-OFS (WS-STEP-IDX)
                        WS-STEP-START-TIME (WS-STEP-IDX)
                        WS-STEP-END-TIME (WS-STEP-IDX).
           MOVE 'N' TO WS-STEP-WAIT-SW (WS-STEP-IDX).
           MOVE SPACES TO WS-STEP-TRAIL (WS-STEP-IDX)
                          WS-STEP-SERIAL (WS-STEP-IDX).
           PERFORM FIND-STEP-TRAIL-PARA
               VARYING WS-TRAIL-IDX FROM 1 BY 1
               UNTIL WS-TRAIL-IDX > 23.

      * ================================================================
      * FIND-STEP-TRAIL-PARA
      * ================================================================
       FIND-STEP-TRAIL-PARA.
           IF WS-TRAIL-PROGRAM (WS-TRAIL-IDX) =
                WS-STEP-PROGRAM (WS-STEP-IDX)
             MOVE WS-TRAIL-CODE (WS-TRAIL-IDX)
                  TO WS-STEP-TRAIL (WS-STEP-IDX)
             MOVE WS-TRAIL-SERIAL (WS-TRAIL-IDX)
                  TO WS-STEP-SERIAL (WS-STEP-IDX)
           END-IF.

      * ================================================================
      * READ-CHECKPOINT-PARA
      * Reads the journal a prior, halted run left behind and marks
      * each step it shows complete as done, so only the failed and
      * held steps run again.  A journal line counts only while the
      * same program still sits at that step number - a reshaped
      * job-control file does not inherit another step's completion.
      * Restarting with no journal on hand just runs the whole chain.
      * ================================================================
       READ-CHECKPOINT-PARA.
           OPEN INPUT BATCHCKPT.
                  AT END MOVE 'Y' TO WS-CKPT-EOF
             END-READ
             PERFORM UNTIL WS-CKPT-EOF = 'Y'
               IF BC-STEP > 0 AND BC-STEP <= WS-STEP-COUNT
                 IF BC-PROGRAM = WS-STEP-PROGRAM (BC-STEP)
                     AND STEP-PENDING (BC-STEP)
                   SET STEP-DONE (BC-STEP) TO TRUE
                   ADD 1 TO WS-RESUME-COUNT
                   DISPLAY "BATCHRUN: STEP " BC-STEP " OF "
                           WS-STEP-COUNT " - "
                           WS-STEP-NAME (BC-STEP)
                           " ALREADY COMPLETE - SKIPPED"
                 END-IF
               END-IF
               READ BATCHCKPT INTO BATCHCKPT-REC
                    AT END MOVE 'Y' TO WS-CKPT-EOF
             END-PERFORM
             CLOSE BATCHCKPT
           END-IF.
           IF WS-RESUME-COUNT > 0
             DISPLAY "BATCHRUN: RESTART - " WS-RESUME-COUNT
                     " STEP(S) COMPLETED LAST RUN, RUNNING THE REST"
           ELSE
             DISPLAY "BATCHRUN: RESTART REQUESTED BUT NO COMPLETED "
                     "STEPS ON FILE - RUNNING THE WHOLE CHAIN"

      * ================================================================
      * BUILD-DEFAULT-CHAIN-PARA
      * The chain as it has always been, behind the audit-trail
      * check, each step waiting on the one before it and halting
      * on any non-zero RETURN-CODE.
      * ================================================================
       BUILD-DEFAULT-CHAIN-PARA.
           ADD 1 TO WS-STEP-COUNT.
           MOVE 'AUDITCHAIN' TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE 'AUDVRFY' TO WS-STEP-PROGRAM (WS-STEP-COUNT).
           MOVE 'N' TO WS-STEP-CONT (WS-STEP-COUNT).
           MOVE 'N' TO WS-STEP-SKIP (WS-STEP-COUNT).
           MOVE 'D' TO WS-STEP-FREQ (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE 'CONSOLIDATE' TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE 'EMPLOAD' TO WS-STEP-PROGRAM (WS-STEP-COUNT).
           MOVE 'N' TO WS-STEP-CONT (WS-STEP-COUNT).
           MOVE 'N' TO WS-STEP-SKIP (WS-STEP-COUNT).
           MOVE 'D' TO WS-STEP-FREQ (WS-STEP-COUNT).
           PERFORM CHAIN-DEFAULT-STEP-PARA
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

      * ================================================================
      * CHAIN-DEFAULT-STEP-PARA
      * ================================================================
       CHAIN-DEFAULT-STEP-PARA.
           COMPUTE WS-STEP-PRED (WS-STEP-IDX, 1) = WS-STEP-IDX - 1.
           MOVE ZERO TO WS-STEP-PRED (WS-STEP-IDX, 2)
                        WS-STEP-PRED (WS-STEP-IDX, 3).

      * ================================================================
      * LOAD-CALENDAR-PARA

      * ================================================================
      * PROCESS-PARA
      * Starts every step whose predecessors have finished, up to
      * the run-slot limit, then waits on the running steps and
      * starts what their ending frees up, until no step is left
      * waiting or running.  A job-control file in error runs
      * nothing.
      * ================================================================
       PROCESS-PARA.
           IF JOBCTL-IN-ERROR
             DISPLAY "BATCHRUN: *** JOB-CONTROL FILE IN ERROR - "
                     "NO STEP RUN ***"
             MOVE 12 TO WS-BATCH-RC
             SET CHAIN-HALTED TO TRUE
           ELSE
             PERFORM UNTIL ALL-STEPS-SETTLED
               PERFORM DISPATCH-STEP-PARA
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-RUNNING-COUNT > 0
                 MOVE ZERO TO WS-ENDED-COUNT
                 PERFORM POLL-STEP-PARA
                     VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 IF WS-ENDED-COUNT = ZERO
                   CALL "SYSTEM" USING WS-SLEEP-CMD
                       RETURNING WS-SYS-RC
                   END-CALL
                 END-IF
               ELSE
      *          Nothing running after a dispatch pass means nothing
      *          is left waiting either - predecessors always sit
      *          on earlier lines, so one pass settles every step
      *          whose predecessors have all ended.
                 SET ALL-STEPS-SETTLED TO TRUE
               END-IF
             END-PERFORM
             IF CHAIN-RUNNING
               DISPLAY "BATCHRUN: ALL STEPS COMPLETED"
             ELSE
               DISPLAY "BATCHRUN: " WS-FAILED-COUNT " STEP(S) FAILED, "
                       WS-HELD-COUNT " HELD - RESTART RUNS ONLY THOSE"
             END-IF
           END-IF.

      * ================================================================
      * DISPATCH-STEP-PARA
      * One waiting step against its predecessors.  Held when one of
      * them failed or was itself held; skipped or not due, it is
      * journaled and counts as finished straight away; otherwise it
      * is started when a run slot is free.
      * ================================================================
       DISPATCH-STEP-PARA.
           IF STEP-PENDING (WS-STEP-IDX)
             PERFORM CHECK-PREDS-PARA
             EVALUATE TRUE
               WHEN PREDS-HELD
                 DISPLAY "BATCHRUN: STEP " WS-STEP-IDX " OF "
                         WS-STEP-COUNT " - "
                         WS-STEP-NAME (WS-STEP-IDX) " ("
                         WS-STEP-PROGRAM (WS-STEP-IDX)
                         ") HELD - A PREDECESSOR DID NOT COMPLETE"
                 SET STEP-HELD (WS-STEP-IDX) TO TRUE
                 ADD 1 TO WS-HELD-COUNT
                 SET CHAIN-HALTED TO TRUE
               WHEN PREDS-WAITING
                 CONTINUE
               WHEN WS-STEP-SKIP (WS-STEP-IDX) = 'Y'
                 DISPLAY "BATCHRUN: STEP " WS-STEP-IDX " OF "
                         WS-STEP-COUNT " - "
                         WS-STEP-NAME (WS-STEP-IDX) " ("
                         WS-STEP-PROGRAM (WS-STEP-IDX) ") SKIPPED"
                 MOVE ZERO TO WS-STEP-RC
                 MOVE 'SKIPPED' TO WS-STEP-NOTE
                 PERFORM WRITE-CHECKPOINT-PARA
                 PERFORM SETTLE-UNRUN-STEP-PARA
               WHEN OTHER
                 PERFORM CHECK-STEP-DUE-PARA
                 IF STEP-NOT-DUE
                   DISPLAY "BATCHRUN: STEP " WS-STEP-IDX " OF "
                           WS-STEP-COUNT " - "
                           WS-STEP-NAME (WS-STEP-IDX) " ("
                           WS-STEP-PROGRAM (WS-STEP-IDX)
                           ") NOT DUE TODAY ("
                           WS-STEP-FREQ (WS-STEP-IDX) ")"
                   MOVE ZERO TO WS-STEP-RC
                   MOVE 'NOTDUE' TO WS-STEP-NOTE
                   PERFORM WRITE-CHECKPOINT-PARA
                   PERFORM SETTLE-UNRUN-STEP-PARA
                 ELSE
                   IF WS-RUNNING-COUNT < WS-RUN-LIMIT
                     PERFORM CHECK-TRAIL-CLASH-PARA
                     IF TRAIL-CLASH
                       IF NOT STEP-WAIT-SHOWN (WS-STEP-IDX)
                         DISPLAY "BATCHRUN: STEP " WS-STEP-IDX " OF "
                                 WS-STEP-COUNT " - "
                                 WS-STEP-NAME (WS-STEP-IDX) " ("
                                 WS-STEP-PROGRAM (WS-STEP-IDX)
                                 ") WAITING ON "
                                 WS-STEP-NAME (WS-CLASH-STEP)
                                 " - " WS-CLASH-REASON
                         SET STEP-WAIT-SHOWN (WS-STEP-IDX) TO TRUE
                       END-IF
                       IF WS-STEP-SERIAL (WS-STEP-IDX) = '*'
                           AND WS-EXCL-STEP = ZERO
                         MOVE WS-STEP-IDX TO WS-EXCL-STEP
                       END-IF
                     ELSE
                       IF WS-EXCL-STEP = WS-STEP-IDX
                         MOVE ZERO TO WS-EXCL-STEP
                       END-IF
                       PERFORM LAUNCH-STEP-PARA
                     END-IF
                   END-IF
                 END-IF
             END-EVALUATE
           END-IF.

      * ================================================================
      * CHECK-TRAIL-CLASH-PARA
      * Whether the current step must wait for a running one: the
      * two write the same audit trail (only one step at a time may
      * extend a trail - each chains its entries on the last one it
      * found there) or share a serial code, or one of them updates
      * the master and so runs alone.  While a run-alone step waits
      * for the running ones to end, every other step waits on it.
      * ================================================================
       CHECK-TRAIL-CLASH-PARA.
           SET NO-TRAIL-CLASH TO TRUE.
           IF WS-EXCL-STEP NOT = ZERO
               AND WS-EXCL-STEP NOT = WS-STEP-IDX
             SET TRAIL-CLASH TO TRUE
             MOVE WS-EXCL-STEP TO WS-CLASH-STEP
             MOVE 'MASTER UPDATE' TO WS-CLASH-REASON
           ELSE
             PERFORM CHECK-ONE-CLASH-PARA
                 VARYING WS-CLASH-IDX FROM 1 BY 1
                 UNTIL WS-CLASH-IDX > WS-STEP-COUNT
                    OR TRAIL-CLASH
           END-IF.

      * ================================================================
      * CHECK-ONE-CLASH-PARA
      * ================================================================
       CHECK-ONE-CLASH-PARA.
           IF STEP-RUNNING (WS-CLASH-IDX)
             EVALUATE TRUE
               WHEN WS-STEP-SERIAL (WS-CLASH-IDX) = '*'
               WHEN WS-STEP-SERIAL (WS-STEP-IDX) = '*'
                 SET TRAIL-CLASH TO TRUE
                 MOVE 'MASTER UPDATE' TO WS-CLASH-REASON
               WHEN WS-STEP-SERIAL (WS-STEP-IDX) NOT = SPACES
                   AND WS-STEP-SERIAL (WS-CLASH-IDX) =
                       WS-STEP-SERIAL (WS-STEP-IDX)
                 SET TRAIL-CLASH TO TRUE
                 MOVE 'SAME WORK FILE' TO WS-CLASH-REASON
               WHEN WS-STEP-TRAIL (WS-STEP-IDX) = SPACES
               WHEN WS-STEP-TRAIL (WS-CLASH-IDX) = SPACES
                 CONTINUE
               WHEN WS-STEP-TRAIL (WS-CLASH-IDX) =
                    WS-STEP-TRAIL (WS-STEP-IDX)
               WHEN WS-STEP-TRAIL (WS-CLASH-IDX) = '*'
               WHEN WS-STEP-TRAIL (WS-STEP-IDX) = '*'
                 SET TRAIL-CLASH TO TRUE
                 MOVE 'SAME AUDIT TRAIL' TO WS-CLASH-REASON
             END-EVALUATE
             IF TRAIL-CLASH
               MOVE WS-CLASH-IDX TO WS-CLASH-STEP
             END-IF
           END-IF.

      * ================================================================
      * CHECK-PREDS-PARA
      * Where the current step's predecessors stand, and - when all
      * have finished - the moment the last of them did, which is
      * when the step became ready to run.
      * ================================================================
       CHECK-PREDS-PARA.
           SET PREDS-READY TO TRUE.
           MOVE ZERO TO WS-READY-OFS.
           PERFORM CHECK-ONE-PRED-PARA
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 3.

      * ================================================================
      * CHECK-ONE-PRED-PARA
      * ================================================================
       CHECK-ONE-PRED-PARA.
           MOVE WS-STEP-PRED (WS-STEP-IDX, WS-PRED-IDX)
                TO WS-PRED-STEP.
           IF WS-PRED-STEP > 0
             EVALUATE TRUE
               WHEN STEP-FAILED (WS-PRED-STEP)
                   OR STEP-HELD (WS-PRED-STEP)
                 SET PREDS-HELD TO TRUE
               WHEN STEP-DONE (WS-PRED-STEP)
                 IF WS-STEP-END-OFS (WS-PRED-STEP) > WS-READY-OFS
                   MOVE WS-STEP-END-OFS (WS-PRED-STEP)
                        TO WS-READY-OFS
                 END-IF
               WHEN OTHER
                 IF NOT PREDS-HELD
                   SET PREDS-WAITING TO TRUE
                 END-IF
             END-EVALUATE
           END-IF.

      * ================================================================
      * SETTLE-UNRUN-STEP-PARA
      * A skipped or not-due step is finished the moment it is
      * reached, for its dependents' purposes.
      * ================================================================
       SETTLE-UNRUN-STEP-PARA.
           PERFORM TAKE-CLOCK-PARA.
           MOVE WS-NOW-OFS TO WS-STEP-END-OFS (WS-STEP-IDX).
           SET STEP-DONE (WS-STEP-IDX) TO TRUE.

      * ================================================================
      * LAUNCH-STEP-PARA
      * Starts one step in the background.  The shell writes the
      * step's exit status - its RETURN-CODE - to a .tmp file and
      * renames it into place, so POLL-STEP-PARA only ever sees a
      * complete one.  Any status file a prior run left behind is
      * removed first.
      * ================================================================
       LAUNCH-STEP-PARA.
           PERFORM SET-STEPRC-FNAME-PARA.
           CALL "CBL_DELETE_FILE" USING WS-STEPRC-FNAME
               RETURNING WS-CBL-RC
           END-CALL.
           MOVE SPACES TO WS-LAUNCH-CMD.
           STRING '(cobcrun ' DELIMITED BY SIZE
                  WS-STEP-PROGRAM (WS-STEP-IDX) DELIMITED BY SPACE
                  '; echo $? > ./batchstep_' DELIMITED BY SIZE
                  WS-STEP-IDX DELIMITED BY SIZE
                  '.tmp; mv ./batchstep_' DELIMITED BY SIZE
                  WS-STEP-IDX DELIMITED BY SIZE
                  '.tmp ./batchstep_' DELIMITED BY SIZE
                  WS-STEP-IDX DELIMITED BY SIZE
                  '.rc) &' DELIMITED BY SIZE
                  INTO WS-LAUNCH-CMD
           END-STRING.
           PERFORM TAKE-CLOCK-PARA.
           MOVE WS-READY-OFS TO WS-STEP-READY-OFS (WS-STEP-IDX).
           MOVE WS-NOW-OFS TO WS-STEP-START-OFS (WS-STEP-IDX).
           MOVE WS-NOW-TIME TO WS-STEP-START-TIME (WS-STEP-IDX).
           DISPLAY "BATCHRUN: STEP " WS-STEP-IDX " OF "
                   WS-STEP-COUNT " - "
                   WS-STEP-NAME (WS-STEP-IDX) " ("
                   WS-STEP-PROGRAM (WS-STEP-IDX) ") STARTED".
           ADD 1 TO WS-RAN-COUNT.
           CALL "SYSTEM" USING WS-LAUNCH-CMD
               RETURNING WS-SYS-RC
           END-CALL.
           IF WS-SYS-RC = ZERO
             SET STEP-RUNNING (WS-STEP-IDX) TO TRUE
             ADD 1 TO WS-RUNNING-COUNT
           ELSE
             DISPLAY "BATCHRUN: " WS-STEP-NAME (WS-STEP-IDX)
                     " COULD NOT BE STARTED"
             MOVE 12 TO WS-STEP-RC
             PERFORM STEP-ENDED-PARA
           END-IF.

      * ================================================================
      * POLL-STEP-PARA
      * Looks for a running step's status file.  None yet means the
      * step is still running.
      * ================================================================
       POLL-STEP-PARA.
           IF STEP-RUNNING (WS-STEP-IDX)
             PERFORM SET-STEPRC-FNAME-PARA
             OPEN INPUT STEPRC
             IF WS-STEPRC-OK
               MOVE SPACES TO STEPRC-REC
               READ STEPRC
                    AT END MOVE SPACES TO STEPRC-REC
               END-READ
               CLOSE STEPRC
               IF STEPRC-REC NOT = SPACES
                 COMPUTE WS-STEP-RC = FUNCTION NUMVAL (STEPRC-REC)
                 CALL "CBL_DELETE_FILE" USING WS-STEPRC-FNAME
                     RETURNING WS-CBL-RC
                 END-CALL
                 SUBTRACT 1 FROM WS-RUNNING-COUNT
                 ADD 1 TO WS-ENDED-COUNT
                 PERFORM STEP-ENDED-PARA
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * SET-STEPRC-FNAME-PARA
      * ================================================================
       SET-STEPRC-FNAME-PARA.
           MOVE SPACES TO WS-STEPRC-FNAME.
           STRING './batchstep_' DELIMITED BY SIZE
                  WS-STEP-IDX DELIMITED BY SIZE
                  '.rc' DELIMITED BY SIZE
                  INTO WS-STEPRC-FNAME
           END-STRING.

      * ================================================================
      * STEP-ENDED-PARA
      * Applies an ended step's halt/continue rule: RETURN-CODE 0
      * always lets its dependents go, 4 does when the step is
      * marked continue-on-warning (the run then ends with RC 4
      * itself), anything else fails the step and holds everything
      * that depends on it.  Then logs the step's timings.
      * ================================================================
       STEP-ENDED-PARA.
           PERFORM TAKE-CLOCK-PARA.
           MOVE WS-NOW-OFS TO WS-STEP-END-OFS (WS-STEP-IDX).
           MOVE WS-NOW-TIME TO WS-STEP-END-TIME (WS-STEP-IDX).
           MOVE WS-STEP-RC TO WS-STEP-END-RC (WS-STEP-IDX).
           EVALUATE TRUE
             WHEN WS-STEP-RC = ZERO
               MOVE 'OK' TO WS-STEP-NOTE
               PERFORM WRITE-CHECKPOINT-PARA
               SET STEP-DONE (WS-STEP-IDX) TO TRUE
             WHEN WS-STEP-RC = 4
                 AND WS-STEP-CONT (WS-STEP-IDX) = 'Y'
               DISPLAY "BATCHRUN: " WS-STEP-NAME (WS-STEP-IDX)
                       " ENDED WITH WARNINGS (RETURN-CODE 4) - "
                       "CONTINUING"
               MOVE 'WARNING' TO WS-STEP-NOTE
               PERFORM WRITE-CHECKPOINT-PARA
               SET STEP-DONE (WS-STEP-IDX) TO TRUE
               IF WS-BATCH-RC < 4
                 MOVE 4 TO WS-BATCH-RC
               END-IF
             WHEN OTHER
               DISPLAY "BATCHRUN: " WS-STEP-NAME (WS-STEP-IDX)
                       " STEP FAILED (RETURN-CODE " WS-STEP-RC
                       ") - ITS DEPENDENTS ARE HELD"
               SET STEP-FAILED (WS-STEP-IDX) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-STEP-RC > WS-BATCH-RC
                 MOVE WS-STEP-RC TO WS-BATCH-RC
               END-IF
               SET CHAIN-HALTED TO TRUE
           END-EVALUATE.
           PERFORM WRITE-STEPLOG-PARA.

      * ================================================================
      * TAKE-CLOCK-PARA
      * The time of day, and seconds since the run started.
      * ================================================================
       TAKE-CLOCK-PARA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-NOW-SECS.
           IF WS-NOW-SECS >= WS-RUNLOG-START-SECS
             COMPUTE WS-NOW-OFS =
                 WS-NOW-SECS - WS-RUNLOG-START-SECS
           ELSE
      *      Run straddled midnight - add a full day's worth of
      *      seconds back in before taking the difference.
             COMPUTE WS-NOW-OFS =
                 WS-NOW-SECS - WS-RUNLOG-START-SECS + 86400
           END-IF.

      * ================================================================
      * WRITE-STEPLOG-PARA
      * One run-log line for a step that ran: elapsed seconds in the
      * usual column, and in the step detail its program, clock
      * start and end, the seconds it sat ready before a run slot
      * came free, and its RETURN-CODE.
      * ================================================================
       WRITE-STEPLOG-PARA.
           OPEN EXTEND RUNLOG.
           MOVE SPACES TO RUNLOG-REC.
           STRING 'STEP ' DELIMITED BY SIZE
                  WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY SIZE
                  INTO RL-PROGRAM
           END-STRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE.
           MOVE WS-STEP-END-TIME (WS-STEP-IDX) TO RL-RUN-TIME.
           MOVE ZERO TO RL-RECORDS-READ RL-RECORDS-REJECTED
                        RL-RECORDS-PER-SEC.
           COMPUTE RL-ELAPSED-SECONDS =
               WS-STEP-END-OFS (WS-STEP-IDX)
               - WS-STEP-START-OFS (WS-STEP-IDX).
           MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO RL-STEP-PROGRAM.
           MOVE WS-STEP-START-TIME (WS-STEP-IDX) TO RL-STEP-START.
           MOVE WS-STEP-END-TIME (WS-STEP-IDX) TO RL-STEP-END.
           COMPUTE RL-STEP-WAIT-SECONDS =
               WS-STEP-START-OFS (WS-STEP-IDX)
               - WS-STEP-READY-OFS (WS-STEP-IDX).
           MOVE WS-STEP-RC TO RL-STEP-RC.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
           DISPLAY "BATCHRUN: " WS-STEP-NAME (WS-STEP-IDX)
                   " STARTED " RL-STEP-START " ENDED " RL-STEP-END
                   " (" RL-ELAPSED-SECONDS " SEC, WAITED "
                   RL-STEP-WAIT-SECONDS " SEC FOR A SLOT)".

      * ================================================================
      * WRITE-CHECKPOINT-PARA
      * Journals one completed step so a restart does not run it
      * again.  A step skipped by its skip flag is journaled too -
      * the operator chose not to run it, so a restart must not run
      * it either.
      * ================================================================
       WRITE-CHECKPOINT-PARA.
           MOVE SPACES TO BATCHCKPT-REC.
      * ================================================================
       TERMINATE-PARA.
           CLOSE BATCHCKPT.
      *    A run with no failed or held step clears the journal, so
      *    the next night starts at step 1 instead of "resuming" past
      *    a run that already finished.
           IF CHAIN-RUNNING
             OPEN OUTPUT BATCHCKPT
             CLOSE BATCHCKPT
           END-IF.
           MOVE WS-RAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           COMPUTE WS-RUNLOG-REJECT-TOTAL =
               WS-FAILED-COUNT + WS-HELD-COUNT.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE WS-BATCH-RC TO RETURN-CODE.
           STOP RUN.
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
