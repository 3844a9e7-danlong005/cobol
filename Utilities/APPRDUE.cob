      *================================================================
      * APPRDUE
      * Overdue-appraisal report, rolled up through the reporting
      * chain so each manager sees their own backlog.  Every current
      * employee (active or on leave, the SNAPSHOT definition) is
      * checked against the appraisal file (./apprmstr.dat,
      * copybooks/APPRAISAL-REC.cob): the appraisal is due on the
      * latest appraisal's next-due date, or twelve months after
      * hire for someone never appraised, and is overdue once that
      * date is behind the as-of date.
      *
      * Each overdue employee is listed under the manager they
      * report to (DIRECT) and again under every manager above that
      * one (INDIRECT, with the level), walking ./supvisor.dat the
      * way ORGRPT does - so a department head's section is the
      * whole backlog underneath them and a first-line manager's is
      * just their own team.  An employee with no reporting entry
      * is listed under "NO REPORTING LINE"; a chain that loops is
      * cut off at WS-MAX-DEPTH and counted as a cycle.  Within a
      * manager the longest-overdue come first.
      *
      * Command line: an optional as-of date (YYYYMMDD) in columns
      * 1-8; blank means today.
      *
      * Output: ./apprdue_YYYYMMDD.rpt through the shared print-file
      * writer.  RC 4 when anyone is overdue, 8 when the employee
      * master cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRDUE.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SUPVISOR ASSIGN TO './supvisor.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUP-EMPID OF SUPVISOR-REC
              FILE STATUS IS WS-SUP-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS AL-APPR-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './apprsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
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
       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD SUPVISOR.
           01 SUPVISOR-REC.
              COPY "SUPV-REC.cob".
      *
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
      * One sort record per overdue employee per manager above them
      * - level 1 is the direct manager.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-MGR       PIC        9(5).
              05 SR-LEVEL     PIC        9(3).
              05 SR-DAYS-OVER PIC        9(5).
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-DPT       PIC        X(4).
              05 SR-DUE       PIC        9(8).
              05 SR-LAST-END  PIC        9(8).
              05 SR-RATING    PIC        X(1).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-MGR       PIC        9(5).
              05 SO-LEVEL     PIC        9(3).
                 88 SO-IS-DIRECT      VALUE 1.
              05 SO-DAYS-OVER PIC        9(5).
                 88 SO-NO-DUE-DATE    VALUE 99999.
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-DPT       PIC        X(4).
              05 SO-DUE       PIC        9(8).
              05 SO-LAST-END  PIC        9(8).
              05 SO-RATING    PIC        X(1).
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
           WORKING-STORAGE SECTION.
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-SUP-EOF      PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-SUP-STATUS   PIC        X(2).
              88 WS-SUP-OK           VALUE '00'.
      *
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-ASOF-DATE    PIC        9(8).
           01 WS-ASOF-INT     PIC        9(7).
      *
      * The date the employee's next appraisal falls due.
           01 WS-DUE-DATE     PIC        9(8).
           01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
              05 WS-DUE-YYYY  PIC        9(4).
              05 WS-DUE-MM    PIC        9(2).
              05 WS-DUE-DD    PIC        9(2).
           01 WS-DAYS-OVER    PIC        9(5).
      *
      * Every reporting entry, loaded up front so the chain walk is
      * a table lookup instead of a keyed read per level.
           01 WS-CHAIN-TBL.
              05 WS-CHAIN-ENTRY OCCURS 1000 TIMES.
                 10 WS-CHAIN-EMPID    PIC  9(5).
                 10 WS-CHAIN-MGR      PIC  9(5).
           01 WS-CHAIN-COUNT  PIC        9(4) VALUE ZERO.
           01 WS-CHAIN-IDX    PIC        9(4) VALUE ZERO.
           01 WS-CHAIN-SW     PIC        X(1) VALUE 'N'.
              88 CHAINS-LOADED       VALUE 'Y'.
      *
      * The walk up one employee's chain - the current rung, how
      * deep we are, and whether the walk ended at a root or a
      * cycle.
           01 WS-WALK-EMPID   PIC        9(5).
           01 WS-WALK-MGR     PIC        9(5).
           01 WS-WALK-DEPTH   PIC        9(3).
           01 WS-WALK-SW      PIC        X(1).
              88 WALK-RUNNING        VALUE 'R'.
              88 WALK-AT-ROOT        VALUE 'T'.
              88 WALK-HIT-CYCLE      VALUE 'C'.
           01 WS-FOUND-SW     PIC        X(1).
              88 CHAIN-WAS-FOUND     VALUE 'Y'.
      *
      * A chain deeper than this is a loop, not a company.
           01 WS-MAX-DEPTH    PIC        9(3) VALUE 050.
      *
      * Control break on manager.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD        VALUE 'Y'.
              88 NOT-FIRST-RECORD    VALUE 'N'.
           01 WS-CUR-MGR      PIC        9(5).
           01 WS-MGR-DIRECT   PIC        9(5).
           01 WS-MGR-TOTAL    PIC        9(5).
           01 WS-MGR-NAME     PIC       X(35).
      *
           01 WS-CHECKED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC       9(5) VALUE ZERO.
           01 WS-NEVER-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-NOLINE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-CYCLE-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-MGR-COUNT    PIC        9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-LEVEL-ED     PIC        ZZ9.
           01 WS-DAYS-ED      PIC        ZZZZ9.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'APPRDUE'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "APPRLAST_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
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
           PERFORM GUARD-MASTER-LOCK-PARA.
           ACCEPT WS-ASOF-PARM FROM COMMAND-LINE.
           IF WS-ASOF-PARM IS NUMERIC AND WS-ASOF-PARM NOT = ZERO
             MOVE WS-ASOF-PARM TO WS-ASOF-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "APPRDUE: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-APPRAISAL-PARA.
           PERFORM LOAD-CHAINS-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './apprdue_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'APPRDUE - OVERDUE APPRAISALS BY MANAGER' TO RP-TITLE.
           MOVE 'REPORTS EMPID LAST NAME' TO RP-COLHDG (1:23).
           MOVE 'DEPT' TO RP-COLHDG (35:4).
           MOVE 'DUE DATE' TO RP-COLHDG (41:8).
           MOVE 'DAYS OVER' TO RP-COLHDG (53:9).
           MOVE 'LAST APPRAISAL' TO RP-COLHDG (64:14).
           MOVE WS-ASOF-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-MGR SR-LEVEL
               ON DESCENDING KEY SR-DAYS-OVER
               ON ASCENDING KEY SR-EMPID
               INPUT PROCEDURE IS SELECT-OVERDUE-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * LOAD-CHAINS-PARA
      * One table entry per reporting record.  Without the file
      * every overdue employee simply lands under NO REPORTING LINE.
      * ================================================================
       LOAD-CHAINS-PARA.
           OPEN INPUT SUPVISOR.
           IF NOT WS-SUP-OK
             DISPLAY "APPRDUE: NO SUPERVISOR FILE - BACKLOG NOT "
                     "ROLLED UP BY MANAGER"
           ELSE
             SET CHAINS-LOADED TO TRUE
             MOVE ' ' TO WS-SUP-EOF
             READ SUPVISOR INTO SUPVISOR-REC
                  AT END MOVE 'Y' TO WS-SUP-EOF
             END-READ
             PERFORM UNTIL WS-SUP-EOF = 'Y'
                 OR WS-CHAIN-COUNT >= 1000
               ADD 1 TO WS-CHAIN-COUNT
               MOVE SUP-EMPID OF SUPVISOR-REC
                    TO WS-CHAIN-EMPID (WS-CHAIN-COUNT)
               MOVE SUP-MGR-EMPID OF SUPVISOR-REC
                    TO WS-CHAIN-MGR (WS-CHAIN-COUNT)
               READ SUPVISOR INTO SUPVISOR-REC
                    AT END MOVE 'Y' TO WS-SUP-EOF
               END-READ
             END-PERFORM
             CLOSE SUPVISOR
           END-IF.

      * ================================================================
      * SELECT-OVERDUE-PARA
      * SORT input procedure - one walk of the master, one latest-
      * appraisal lookup per current employee, and a sort record
      * per manager above each one who is overdue.
      * ================================================================
       SELECT-OVERDUE-PARA.
           MOVE ZERO TO EMPID OF EMPLOYEE-FILE.
           MOVE ' ' TO WS-EMP-EOF.
           START EMPLOYEE KEY IS NOT LESS THAN
               EMPID OF EMPLOYEE-FILE
               INVALID KEY
                 MOVE 'Y' TO WS-EMP-EOF
           END-START.
           IF WS-EMP-EOF NOT = 'Y'
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             IF EMP-ACTIVE OF EMPLOYEE-FILE
                 OR EMP-ON-LEAVE OF EMPLOYEE-FILE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM CHECK-ONE-EMP-PARA
             END-IF
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-ONE-EMP-PARA
      * Works out the due date and, when it has passed, releases
      * the employee to every manager in their chain.  A due date
      * that is not a real date is reported as overdue with no day
      * count rather than quietly dropped.
      * ================================================================
       CHECK-ONE-EMP-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO AL-EMPID.
           PERFORM FIND-LATEST-APPRAISAL-PARA.
           IF LATEST-APPRAISAL-FOUND
             MOVE AL-NEXT-DUE TO WS-DUE-DATE
           ELSE
             MOVE ZERO TO WS-DUE-DATE
             IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
                 AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
                 AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
               COMPUTE WS-DUE-YYYY = EMPHDTY OF EMPLOYEE-FILE + 1
               MOVE EMPHDTM OF EMPLOYEE-FILE TO WS-DUE-MM
               MOVE EMPHDTD OF EMPLOYEE-FILE TO WS-DUE-DD
               IF WS-DUE-MM = 02 AND WS-DUE-DD = 29
                 MOVE 28 TO WS-DUE-DD
               END-IF
             END-IF
           END-IF.
           IF WS-DUE-MM < 01 OR WS-DUE-MM > 12
               OR WS-DUE-DD < 01 OR WS-DUE-DD > 31
             MOVE 99999 TO WS-DAYS-OVER
           ELSE
             IF WS-DUE-DATE < WS-ASOF-DATE
               COMPUTE WS-DAYS-OVER = WS-ASOF-INT -
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
             ELSE
               MOVE ZERO TO WS-DAYS-OVER
             END-IF
           END-IF.
           IF WS-DAYS-OVER > ZERO
             ADD 1 TO WS-OVERDUE-COUNT
             IF LATEST-APPRAISAL-MISSING
               ADD 1 TO WS-NEVER-COUNT
             END-IF
             MOVE EMPID OF EMPLOYEE-FILE TO SR-EMPID
             MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM
             MOVE EMPDPT OF EMPLOYEE-FILE TO SR-DPT
             MOVE WS-DUE-DATE TO SR-DUE
             MOVE WS-DAYS-OVER TO SR-DAYS-OVER
             MOVE AL-PERIOD-END TO SR-LAST-END
             MOVE AL-RATING TO SR-RATING
             PERFORM RELEASE-CHAIN-PARA
           END-IF.

      * ================================================================
      * RELEASE-CHAIN-PARA
      * The direct manager first, then every rung above, until the
      * walk reaches a manager with no reporting entry of their own.
      * ================================================================
       RELEASE-CHAIN-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO WS-WALK-EMPID.
           PERFORM FIND-MGR-OF-WALK-PARA.
           IF NOT CHAIN-WAS-FOUND
             ADD 1 TO WS-NOLINE-COUNT
             MOVE ZERO TO SR-MGR
             MOVE 1 TO SR-LEVEL
             RELEASE SORT-REC
           ELSE
             MOVE ZERO TO WS-WALK-DEPTH
             SET WALK-RUNNING TO TRUE
             PERFORM RELEASE-ONE-LEVEL-PARA
                 UNTIL NOT WALK-RUNNING
             IF WALK-HIT-CYCLE
               ADD 1 TO WS-CYCLE-COUNT
               DISPLAY "APPRDUE: CYCLE IN CHAIN ABOVE EMPID "
                       SR-EMPID " - WALK CUT OFF"
             END-IF
           END-IF.

      * ================================================================
      * RELEASE-ONE-LEVEL-PARA
      * ================================================================
       RELEASE-ONE-LEVEL-PARA.
           ADD 1 TO WS-WALK-DEPTH.
           IF WS-WALK-DEPTH > WS-MAX-DEPTH
             SET WALK-HIT-CYCLE TO TRUE
           ELSE
             MOVE WS-WALK-MGR TO SR-MGR
             MOVE WS-WALK-DEPTH TO SR-LEVEL
             RELEASE SORT-REC
             MOVE WS-WALK-MGR TO WS-WALK-EMPID
             PERFORM FIND-MGR-OF-WALK-PARA
             IF NOT CHAIN-WAS-FOUND
               SET WALK-AT-ROOT TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * FIND-MGR-OF-WALK-PARA
      * Finds WS-WALK-EMPID's own reporting entry and sets
      * WS-WALK-MGR to the manager it names.
      * ================================================================
       FIND-MGR-OF-WALK-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-CHAIN-PARA
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                  OR CHAIN-WAS-FOUND.

      * ================================================================
      * FIND-CHAIN-PARA
      * ================================================================
       FIND-CHAIN-PARA.
           IF WS-CHAIN-EMPID (WS-CHAIN-IDX) = WS-WALK-EMPID
             MOVE WS-CHAIN-MGR (WS-CHAIN-IDX) TO WS-WALK-MGR
             SET CHAIN-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One section per manager, a backlog line at each break.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               SET NOT-FIRST-RECORD TO TRUE
               PERFORM START-MGR-PARA
             ELSE
               IF SO-MGR NOT = WS-CUR-MGR
                 PERFORM WRITE-MGR-TOTAL-PARA
                 PERFORM START-MGR-PARA
               END-IF
             END-IF

             PERFORM REPORT-ONE-EMP-PARA

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF NOT-FIRST-RECORD
             PERFORM WRITE-MGR-TOTAL-PARA
           END-IF.

      * ================================================================
      * START-MGR-PARA
      * Section heading - the manager's name from the master.
      * ================================================================
       START-MGR-PARA.
           MOVE SO-MGR TO WS-CUR-MGR.
           ADD 1 TO WS-MGR-COUNT.
           MOVE ZERO TO WS-MGR-DIRECT.
           MOVE ZERO TO WS-MGR-TOTAL.
           IF WS-CUR-MGR = ZERO
             MOVE 'NO REPORTING LINE' TO WS-MGR-NAME
           ELSE
             MOVE WS-CUR-MGR TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   MOVE '(NOT ON EMPLOYEE MASTER)' TO WS-MGR-NAME
                 NOT INVALID KEY
                   MOVE EMPLNM OF EMPLOYEE-FILE TO WS-MGR-NAME
             END-READ
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           STRING 'MANAGER ' DELIMITED BY SIZE
                  WS-CUR-MGR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MGR-NAME DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * REPORT-ONE-EMP-PARA
      * ================================================================
       REPORT-ONE-EMP-PARA.
           ADD 1 TO WS-MGR-TOTAL.
           MOVE SPACES TO RP-DETAIL.
           IF SO-IS-DIRECT
             ADD 1 TO WS-MGR-DIRECT
             MOVE 'DIRECT' TO RP-DETAIL (1:6)
           ELSE
             MOVE SO-LEVEL TO WS-LEVEL-ED
             MOVE 'LVL' TO RP-DETAIL (1:3)
             MOVE WS-LEVEL-ED TO RP-DETAIL (5:3)
           END-IF.
           MOVE SO-EMPID TO RP-DETAIL (9:5).
           MOVE SO-LNM TO RP-DETAIL (15:20).
           MOVE SO-DPT TO RP-DETAIL (35:4).
           IF SO-NO-DUE-DATE
             MOVE 'NO DATE' TO RP-DETAIL (41:7)
           ELSE
             MOVE SO-DUE TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (41:10)
             MOVE SO-DAYS-OVER TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (57:5)
           END-IF.
           IF SO-LAST-END = ZERO
             MOVE 'NEVER APPRAISED' TO RP-DETAIL (64:15)
           ELSE
             MOVE SO-LAST-END TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (64:10)
             MOVE 'RATING' TO RP-DETAIL (76:6)
             MOVE SO-RATING TO RP-DETAIL (83:1)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-MGR-TOTAL-PARA
      * ================================================================
       WRITE-MGR-TOTAL-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING '  BACKLOG FOR ' DELIMITED BY SIZE
                  WS-CUR-MGR DELIMITED BY SIZE
                  ':  DIRECT ' DELIMITED BY SIZE
                  WS-MGR-DIRECT DELIMITED BY SIZE
                  '  ALL LEVELS ' DELIMITED BY SIZE
                  WS-MGR-TOTAL DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-CHECKED-COUNT DELIMITED BY SIZE
                  ' CURRENT EMPLOYEE(S), ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  ' OVERDUE (' DELIMITED BY SIZE
                  WS-NEVER-COUNT DELIMITED BY SIZE
                  ' NEVER APPRAISED), ' DELIMITED BY SIZE
                  WS-NOLINE-COUNT DELIMITED BY SIZE
                  ' WITH NO REPORTING LINE, ' DELIMITED BY SIZE
                  WS-CYCLE-COUNT DELIMITED BY SIZE
                  ' CYCLE(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           PERFORM CLOSE-APPRAISAL-PARA.
           CLOSE EMPLOYEE.
           DISPLAY "APPRDUE: " WS-CHECKED-COUNT " CURRENT "
                   "EMPLOYEE(S), " WS-OVERDUE-COUNT " OVERDUE, "
                   WS-NEVER-COUNT " NEVER APPRAISED".
           DISPLAY "APPRDUE: " WS-MGR-COUNT " MANAGER SECTION(S), "
                   WS-NOLINE-COUNT " WITH NO REPORTING LINE, "
                   WS-CYCLE-COUNT " CYCLE(S)".
           MOVE WS-CHECKED-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-OVERDUE-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-OVERDUE-COUNT > 0 OR WS-CYCLE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
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
      * COPY IN LATEST-APPRAISAL LOOKUP
      * ================================================================
       COPY "APPRLAST_PARA.cob".
