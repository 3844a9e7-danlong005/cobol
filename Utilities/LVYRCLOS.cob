      *================================================================
      * LVYRCLOS
      * Leave-year close.  Run once each January, after the last
      * LEAVTAKE of the old year and before the first LEAVACC of the
      * new one, against the leave balances file (./leavebal.dat,
      * copybooks/LEAVE-REC.cob).  For every balance record it
      *
      *    - caps LV-BALANCE at the carryover limit of the
      *      employee's service tier - service reckoned at 31
      *      December of the year being closed, bridged for a
      *      rehire, exactly as LEAVACC reckons it
      *    - journals the hours forfeited over the cap, with the
      *      year's accrued and taken figures as they stood, to
      *      ./leaveforf.dta (copybooks/LVFORF-REC.cob)
      *    - resets LV-ACCRUED-YTD and LV-TAKEN-YTD to zero
      *
      * and then prints the forfeiture register for HR sign-off.
      * A negative balance carries over as it stands.
      *
      * The carryover caps ride on the tier lines LEAVACC already
      * reads from ./leavetier.parm, in a third column:
      *
      *    cols 1-3   minimum completed service years
      *    col  4     blank
      *    cols 5-7   hours granted per accrual period
      *    col  8     blank
      *    cols 9-11  hours that may carry into the new year
      *
      * With no file the standing tiers are built in with caps of
      * 40, 80, and 120 hours.  A file whose tier lines do not all
      * carry a cap stops the run with RETURN-CODE 8 - this step
      * takes hours away from people, so it does not guess.
      *
      * The year closed is the first command-line token (YYYY),
      * default last year.  Each close is registered on the control
      * file ./leavyrcl.dta (cols 1-4 year, col 6 state - S started,
      * C complete - cols 8-15 date, cols 17-24 operator): a year
      * already complete is refused outright, and a year started
      * but never completed restarts after the last EMPID the
      * journal shows, so an interrupted close neither skips nor
      * double-forfeits anyone.  The register is always printed
      * from the journal, so a restarted close still prints every
      * forfeiture of the year.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVYRCLOS.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LEAVEBAL ASSIGN TO './leavebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
              FILE STATUS IS WS-BAL-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT TIERPARM ASSIGN TO './leavetier.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIER-STATUS.
      *
              SELECT YRCLOSE ASSIGN TO './leavyrcl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT FORFJRNL ASSIGN TO './leaveforf.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNL-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-EMPID
              FILE STATUS IS SB-HIST-STATUS.
      *
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
      *
              SELECT SIGNON ASSIGN TO './signon.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SIGNON-STATUS.
      *
              SELECT OPERFILE ASSIGN TO './operator.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-OPER-STATUS.
      *
              SELECT SECLOG ASSIGN TO './seclog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT OPERCRED ASSIGN TO './opercred.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-OPER-ID
              FILE STATUS IS SG-CRED-STATUS.
      *
              SELECT SIGNCRED ASSIGN TO './signon.cred'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SCRED-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
           FD LEAVEBAL.
           01 LEAVEBAL-REC.
              COPY "LEAVE-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD TIERPARM.
           01 TIERPARM-REC.
              05 TP-MIN-SVC   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 TP-HOURS     PIC        9(3).
              05 FILLER       PIC        X(1).
              05 TP-CAP       PIC        9(3).
      *
           FD YRCLOSE.
           01 YRCLOSE-REC.
              05 YC-LEAVE-YEAR PIC       9(4).
              05 FILLER       PIC        X(1).
              05 YC-STATE     PIC        X(1).
                 88 YC-IS-STARTED     VALUE 'S'.
                 88 YC-IS-COMPLETE    VALUE 'C'.
              05 FILLER       PIC        X(1).
              05 YC-DATE      PIC        9(8).
              05 FILLER       PIC        X(1).
              05 YC-OPERATOR  PIC        X(8).
      *
           FD FORFJRNL.
           01 FORFJRNL-REC.
              COPY "LVFORF-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
      *
           FD SIGNON.
           01 SIGNON-REC.
              COPY "SIGNON-REC.cob".
      *
           FD OPERFILE.
           01 OPERFILE-REC.
              COPY "OPER-REC.cob".
      *
           FD SECLOG.
           01 SECLOG-REC.
              COPY "SECLOG-REC.cob".
      *
           FD OPERCRED.
           01 OPERCRED-REC.
              COPY "OPERCRED-REC.cob".
      *
           FD SIGNCRED.
           01 SIGNCRED-REC.
              COPY "SIGNCRED-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-BAL-EOF      PIC        A(1).
           01 WS-TIER-EOF     PIC        A(1).
           01 WS-CTL-EOF      PIC        A(1).
           01 WS-JRNL-EOF     PIC        A(1).
           01 WS-BAL-STATUS   PIC        X(2).
              88 WS-BAL-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-TIER-STATUS  PIC        X(2).
              88 WS-TIER-OK          VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-JRNL-STATUS  PIC        X(2).
              88 WS-JRNL-OK          VALUE '00'.
      *
           01 WS-YEAR-PARM    PIC        X(4).
           01 WS-CLOSE-YEAR   PIC        9(4).
           01 WS-TODAY        PIC        9(8).
      *
      * What the control file says about the year being closed.
           01 WS-CLOSE-STATE  PIC        X(1) VALUE 'N'.
              88 YEAR-NEVER-STARTED  VALUE 'N'.
              88 YEAR-WAS-STARTED    VALUE 'S'.
              88 YEAR-WAS-COMPLETED  VALUE 'C'.
      *
      * Restart point - the last EMPID journaled for the year and
      * the cap it was given.
           01 WS-RESTART-EMPID PIC       9(5) VALUE ZERO.
           01 WS-RESTART-CAP  PIC    9(5)V99 VALUE ZERO.
      *
      * The tiers, highest-minimum-met wins, each with its cap.
           01 WS-TIER-TBL.
              05 WS-TIER-ENTRY OCCURS 10 TIMES.
                 10 WS-TIER-MIN-SVC   PIC  9(3).
                 10 WS-TIER-HOURS     PIC  9(3).
                 10 WS-TIER-CAP       PIC  9(3).
           01 WS-TIER-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-TIER-IDX     PIC        9(2) VALUE ZERO.
           01 WS-BEST-CAP     PIC        9(3).
           01 WS-BEST-MIN     PIC        9(3).
           01 WS-BEST-FOUND-SW PIC       X(1).
              88 TIER-WAS-FOUND      VALUE 'Y'.
           01 WS-CAPLESS-COUNT PIC       9(2) VALUE ZERO.
           01 WS-SVC-YEARS    PIC        9(3).
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-CLOSED-COUNT PIC        9(7) VALUE ZERO.
           01 WS-FORFEIT-COUNT PIC       9(7) VALUE ZERO.
           01 WS-FORFEIT-TOTAL PIC       9(9)V99 VALUE ZERO.
           01 WS-FORFEIT-HOURS PIC       9(5)V99.
      *
           01 WS-HOURS-ED     PIC      Z(4)9.99.
           01 WS-BAL-ED       PIC     -(4)9.99.
           01 WS-TOTAL-ED     PIC      Z(8)9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'LVYRCLOS'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE.
           IF WS-YEAR-PARM IS NUMERIC AND WS-YEAR-PARM NOT = ZERO
             MOVE WS-YEAR-PARM TO WS-CLOSE-YEAR
           ELSE
             MOVE WS-TODAY (1:4) TO WS-CLOSE-YEAR
             SUBTRACT 1 FROM WS-CLOSE-YEAR
           END-IF.
           PERFORM READ-CONTROL-PARA.
           IF YEAR-WAS-COMPLETED
             DISPLAY "LVYRCLOS: *** LEAVE YEAR " WS-CLOSE-YEAR
                     " IS ALREADY CLOSED - RUN REFUSED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-TIERS-PARA.
           IF WS-CAPLESS-COUNT > 0
             DISPLAY "LVYRCLOS: *** " WS-CAPLESS-COUNT " TIER LINE(S)"
                     " IN LEAVETIER.PARM CARRY NO CARRYOVER CAP - "
                     "RUN ENDED, NOTHING CLOSED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN I-O LEAVEBAL.
           IF NOT WS-BAL-OK
             DISPLAY "LVYRCLOS: *** NO LEAVE BALANCE FILE - "
                     "STATUS " WS-BAL-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "LVYRCLOS: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE LEAVEBAL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF YEAR-WAS-STARTED
             PERFORM FIND-RESTART-PARA
             DISPLAY "LVYRCLOS: LEAVE YEAR " WS-CLOSE-YEAR
                     " WAS STARTED AND NOT FINISHED - RESTARTING "
                     "AT EMPID " WS-RESTART-EMPID
           ELSE
             MOVE 'S' TO WS-CLOSE-STATE
             PERFORM WRITE-CONTROL-PARA
           END-IF.
           OPEN EXTEND FORFJRNL.
           IF NOT WS-JRNL-OK
             OPEN OUTPUT FORFJRNL
           END-IF.
           PERFORM OPEN-BRIDGE-PARA.
           COMPUTE CA-ASOF-DATE = WS-CLOSE-YEAR * 10000 + 1231.
           SET CA-ASOF-IS-SET TO TRUE.
           DISPLAY "LVYRCLOS - LEAVE-YEAR CLOSE FOR " WS-CLOSE-YEAR.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * READ-CONTROL-PARA
      * The last line for the year decides its state.
      * ================================================================
       READ-CONTROL-PARA.
           OPEN INPUT YRCLOSE.
           IF WS-CTL-OK
             MOVE ' ' TO WS-CTL-EOF
             READ YRCLOSE INTO YRCLOSE-REC
                  AT END MOVE 'Y' TO WS-CTL-EOF
             END-READ
             PERFORM UNTIL WS-CTL-EOF = 'Y'
               IF YC-LEAVE-YEAR = WS-CLOSE-YEAR
                 MOVE YC-STATE TO WS-CLOSE-STATE
               END-IF
               READ YRCLOSE INTO YRCLOSE-REC
                    AT END MOVE 'Y' TO WS-CTL-EOF
               END-READ
             END-PERFORM
             CLOSE YRCLOSE
           END-IF.

      * ================================================================
      * WRITE-CONTROL-PARA
      * ================================================================
       WRITE-CONTROL-PARA.
           OPEN EXTEND YRCLOSE.
           IF NOT WS-CTL-OK
             OPEN OUTPUT YRCLOSE
           END-IF.
           MOVE SPACES TO YRCLOSE-REC.
           MOVE WS-CLOSE-YEAR TO YC-LEAVE-YEAR.
           MOVE WS-CLOSE-STATE TO YC-STATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO YC-DATE.
           MOVE WS-AUDIT-OPERATOR TO YC-OPERATOR.
           WRITE YRCLOSE-REC.
           CLOSE YRCLOSE.

      * ================================================================
      * FIND-RESTART-PARA
      * The journal is written in EMPID order, so the year's last
      * line is the restart point.
      * ================================================================
       FIND-RESTART-PARA.
           OPEN INPUT FORFJRNL.
           IF WS-JRNL-OK
             MOVE ' ' TO WS-JRNL-EOF
             READ FORFJRNL INTO FORFJRNL-REC
                  AT END MOVE 'Y' TO WS-JRNL-EOF
             END-READ
             PERFORM UNTIL WS-JRNL-EOF = 'Y'
               IF LF-LEAVE-YEAR = WS-CLOSE-YEAR
                 MOVE LF-EMPID TO WS-RESTART-EMPID
                 MOVE LF-CAP TO WS-RESTART-CAP
               END-IF
               READ FORFJRNL INTO FORFJRNL-REC
                    AT END MOVE 'Y' TO WS-JRNL-EOF
               END-READ
             END-PERFORM
             CLOSE FORFJRNL
           END-IF.

      * ================================================================
      * LOAD-TIERS-PARA
      * The LEAVACC tier table plus the cap column.
      * ================================================================
       LOAD-TIERS-PARA.
           OPEN INPUT TIERPARM.
           IF WS-TIER-OK
             MOVE ' ' TO WS-TIER-EOF
             READ TIERPARM INTO TIERPARM-REC
                  AT END MOVE 'Y' TO WS-TIER-EOF
             END-READ
             PERFORM UNTIL WS-TIER-EOF = 'Y'
                 OR WS-TIER-COUNT >= 10
               IF TIERPARM-REC (1:1) NOT = '*'
                   AND TP-HOURS NUMERIC
                 ADD 1 TO WS-TIER-COUNT
                 MOVE TP-MIN-SVC
                      TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
                 MOVE TP-HOURS TO WS-TIER-HOURS (WS-TIER-COUNT)
                 IF TP-CAP NUMERIC
                   MOVE TP-CAP TO WS-TIER-CAP (WS-TIER-COUNT)
                 ELSE
                   ADD 1 TO WS-CAPLESS-COUNT
                 END-IF
               END-IF
               READ TIERPARM INTO TIERPARM-REC
                    AT END MOVE 'Y' TO WS-TIER-EOF
               END-READ
             END-PERFORM
             CLOSE TIERPARM
           END-IF.
           IF WS-TIER-COUNT = ZERO
             DISPLAY "LVYRCLOS: NO TIER FILE - USING THE STANDING "
                     "TIERS AND CAPS"
             ADD 1 TO WS-TIER-COUNT
             MOVE 000 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 008 TO WS-TIER-HOURS (WS-TIER-COUNT)
             MOVE 040 TO WS-TIER-CAP (WS-TIER-COUNT)
             ADD 1 TO WS-TIER-COUNT
             MOVE 005 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 010 TO WS-TIER-HOURS (WS-TIER-COUNT)
             MOVE 080 TO WS-TIER-CAP (WS-TIER-COUNT)
             ADD 1 TO WS-TIER-COUNT
             MOVE 015 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 013 TO WS-TIER-HOURS (WS-TIER-COUNT)
             MOVE 120 TO WS-TIER-CAP (WS-TIER-COUNT)
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Balance records in EMPID order.  On a restart the record
      * last journaled is met again first: its journal line stands,
      * and only the cap and reset are (re)applied - the rewrite
      * may be the step the interruption cut off.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-BAL-EOF.
           MOVE WS-RESTART-EMPID TO LV-EMPID OF LEAVEBAL-REC.
           START LEAVEBAL KEY IS NOT LESS THAN
                 LV-EMPID OF LEAVEBAL-REC
               INVALID KEY
                 MOVE 'Y' TO WS-BAL-EOF
           END-START.
           IF WS-BAL-EOF NOT = 'Y'
             READ LEAVEBAL NEXT RECORD
                  AT END MOVE 'Y' TO WS-BAL-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-BAL-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             IF WS-RESTART-EMPID NOT = ZERO
                 AND LV-EMPID OF LEAVEBAL-REC = WS-RESTART-EMPID
               PERFORM REAPPLY-LAST-CLOSE-PARA
             ELSE
               PERFORM CLOSE-ONE-BALANCE-PARA
             END-IF
             READ LEAVEBAL NEXT RECORD
                  AT END MOVE 'Y' TO WS-BAL-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CLOSE-ONE-BALANCE-PARA
      * Journal first, then rewrite - so a crash between the two
      * leaves a journal line the restart finishes, never a capped
      * balance with no record of what was taken.
      * ================================================================
       CLOSE-ONE-BALANCE-PARA.
           PERFORM FIND-CAP-PARA.
           MOVE ZERO TO WS-FORFEIT-HOURS.
           IF LV-BALANCE OF LEAVEBAL-REC > WS-BEST-CAP
             COMPUTE WS-FORFEIT-HOURS =
                 LV-BALANCE OF LEAVEBAL-REC - WS-BEST-CAP
           END-IF.
           MOVE SPACES TO FORFJRNL-REC.
           MOVE WS-CLOSE-YEAR TO LF-LEAVE-YEAR.
           MOVE LV-EMPID OF LEAVEBAL-REC TO LF-EMPID.
           MOVE WS-SVC-YEARS TO LF-SVC-YEARS.
           MOVE LV-BALANCE OF LEAVEBAL-REC TO LF-BAL-BEFORE.
           MOVE WS-BEST-CAP TO LF-CAP.
           MOVE WS-FORFEIT-HOURS TO LF-FORFEIT.
           MOVE LV-ACCRUED-YTD OF LEAVEBAL-REC TO LF-ACCRUED-YTD.
           MOVE LV-TAKEN-YTD OF LEAVEBAL-REC TO LF-TAKEN-YTD.
           MOVE WS-TODAY TO LF-CLOSE-DATE.
           WRITE FORFJRNL-REC.
           IF WS-FORFEIT-HOURS > ZERO
             MOVE WS-BEST-CAP TO LV-BALANCE OF LEAVEBAL-REC
             ADD 1 TO WS-FORFEIT-COUNT
             ADD WS-FORFEIT-HOURS TO WS-FORFEIT-TOTAL
           END-IF.
           MOVE ZERO TO LV-ACCRUED-YTD OF LEAVEBAL-REC.
           MOVE ZERO TO LV-TAKEN-YTD OF LEAVEBAL-REC.
           REWRITE LEAVEBAL-REC
           END-REWRITE.
           ADD 1 TO WS-CLOSED-COUNT.

      * ================================================================
      * REAPPLY-LAST-CLOSE-PARA
      * ================================================================
       REAPPLY-LAST-CLOSE-PARA.
           IF LV-BALANCE OF LEAVEBAL-REC > WS-RESTART-CAP
             MOVE WS-RESTART-CAP TO LV-BALANCE OF LEAVEBAL-REC
           END-IF.
           MOVE ZERO TO LV-ACCRUED-YTD OF LEAVEBAL-REC.
           MOVE ZERO TO LV-TAKEN-YTD OF LEAVEBAL-REC.
           REWRITE LEAVEBAL-REC
           END-REWRITE.

      * ================================================================
      * FIND-CAP-PARA
      * Service at 31 December of the closing year, bridged for a
      * rehire, then the highest tier whose minimum it meets.  A
      * balance with no master record falls to the lowest tier.
      * ================================================================
       FIND-CAP-PARA.
           MOVE ZERO TO WS-SVC-YEARS.
           MOVE LV-EMPID OF LEAVEBAL-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EMPHDTM OF EMPLOYEE-FILE TO CA-MONTH
                 MOVE EMPHDTD OF EMPLOYEE-FILE TO CA-DAY
                 MOVE EMPHDTY OF EMPLOYEE-FILE TO CA-YEAR
                 PERFORM CALCULATE-AGE-PARA
                 IF CA-AGE-IS-VALID
                   MOVE CA-AGE TO WS-SVC-YEARS
                 END-IF
                 MOVE EMPID OF EMPLOYEE-FILE TO SB-EMPID
                 MOVE EMPHDTY OF EMPLOYEE-FILE TO SB-NEW-HIRE-Y
                 MOVE EMPHDTM OF EMPLOYEE-FILE TO SB-NEW-HIRE-M
                 MOVE WS-SVC-YEARS TO SB-SVC-YEARS
                 PERFORM BRIDGE-SERVICE-PARA
                 MOVE SB-SVC-YEARS TO WS-SVC-YEARS
           END-READ.
           MOVE 'N' TO WS-BEST-FOUND-SW.
           MOVE ZERO TO WS-BEST-CAP.
           MOVE ZERO TO WS-BEST-MIN.
           PERFORM PICK-TIER-PARA
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT.

      * ================================================================
      * PICK-TIER-PARA
      * ================================================================
       PICK-TIER-PARA.
           IF WS-SVC-YEARS >= WS-TIER-MIN-SVC (WS-TIER-IDX)
               AND (NOT TIER-WAS-FOUND
                    OR WS-TIER-MIN-SVC (WS-TIER-IDX) >= WS-BEST-MIN)
             MOVE 'Y' TO WS-BEST-FOUND-SW
             MOVE WS-TIER-MIN-SVC (WS-TIER-IDX) TO WS-BEST-MIN
             MOVE WS-TIER-CAP (WS-TIER-IDX) TO WS-BEST-CAP
           END-IF.

      * ================================================================
      * PRINT-REGISTER-PARA
      * Every forfeiture the journal holds for the year, so a
      * restarted close prints the whole year, not just its tail.
      * ================================================================
       PRINT-REGISTER-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './lvyrclos_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'LVYRCLOS - LEAVE FORFEITURE REGISTER' TO RP-TITLE.
           MOVE 'EMPID LAST NAME            SVC   BALANCE     CAP  FO
      -         'RFEITED' TO RP-COLHDG.
           COMPUTE RP-ASOF-DATE = WS-CLOSE-YEAR * 10000 + 1231.
           PERFORM OPEN-REPORT-PARA.
           MOVE ZERO TO WS-FORFEIT-COUNT.
           MOVE ZERO TO WS-FORFEIT-TOTAL.
           OPEN INPUT FORFJRNL.
           MOVE ' ' TO WS-JRNL-EOF.
           READ FORFJRNL INTO FORFJRNL-REC
                AT END MOVE 'Y' TO WS-JRNL-EOF
           END-READ.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
             IF LF-LEAVE-YEAR = WS-CLOSE-YEAR
                 AND LF-FORFEIT > ZERO
               PERFORM PRINT-ONE-FORFEIT-PARA
             END-IF
             READ FORFJRNL INTO FORFJRNL-REC
                  AT END MOVE 'Y' TO WS-JRNL-EOF
             END-READ
           END-PERFORM.
           CLOSE FORFJRNL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-FORFEIT-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'LEAVE YEAR ' DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-FORFEIT-COUNT DELIMITED BY SIZE
                  ' EMPLOYEE(S) FORFEITED ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  ' HOUR(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'HR SIGN-OFF: ______________________________   DATE: _
      -         '_________' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.

      * ================================================================
      * PRINT-ONE-FORFEIT-PARA
      * ================================================================
       PRINT-ONE-FORFEIT-PARA.
           ADD 1 TO WS-FORFEIT-COUNT.
           ADD LF-FORFEIT TO WS-FORFEIT-TOTAL.
           MOVE SPACES TO RP-DETAIL.
           MOVE LF-EMPID TO RP-DETAIL (1:5).
           MOVE LF-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO RP-DETAIL (7:20)
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE (1:20)
                      TO RP-DETAIL (7:20)
           END-READ.
           MOVE LF-SVC-YEARS TO RP-DETAIL (28:3).
           MOVE LF-BAL-BEFORE TO WS-BAL-ED.
           MOVE WS-BAL-ED TO RP-DETAIL (32:8).
           MOVE LF-CAP TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO RP-DETAIL (41:8).
           MOVE LF-FORFEIT TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO RP-DETAIL (50:8).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE LEAVEBAL.
           CLOSE FORFJRNL.
           PERFORM CLOSE-BRIDGE-PARA.
           MOVE 'C' TO WS-CLOSE-STATE.
           PERFORM WRITE-CONTROL-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "LVYRCLOS: " WS-READ-COUNT " BALANCE(S) READ, "
                   WS-CLOSED-COUNT " CLOSED THIS RUN, "
                   WS-FORFEIT-COUNT " OVER CAP".
           PERFORM PRINT-REGISTER-PARA.
           CLOSE EMPLOYEE.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
       COPY "CALC_AGE_PARA.cob".
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
