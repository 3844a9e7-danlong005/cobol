      *================================================================
      * ONBDUE
      * Daily onboarding and probation report by manager, off the
      * onboarding task file (./onbtask.dat, copybooks/ONBTASK-
      * REC.cob, built by ONBBILD and maintained by ONBMAINT).  For
      * every current employee (active or on leave) it lists:
      *
      *    MISSED     the probation review task (PROB) still open
      *               with the probation end date already passed
      *    ENDING     the probation review still open with the end
      *               date within the next ONB-PROB-WARN-DAYS days
      *    OVERDUE    any other task still open past its due date
      *
      * A probation review counts as recorded when the PROB task
      * is completed or an appraisal whose period ends on or after
      * the hire date is on ./apprmstr.dat.  Each line goes under
      * the employee's direct manager from ./supvisor.dat, the way
      * APPRDUE finds it; an employee with no reporting entry is
      * listed under "NO REPORTING LINE".  Within a manager the
      * missed reviews come first, then those ending, then the
      * overdue tasks, oldest first.
      *
      * Command line: an optional as-of date (YYYYMMDD) in columns
      * 1-8; blank means today.
      *
      * Output: ./onbdue_YYYYMMDD.rpt through the shared print-file
      * writer.  RC 4 when anything is listed, 8 when the task file
      * or the employee master cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBDUE.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ONBTASK ASSIGN TO './onbtask.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OB-KEY OF ONBTASK-REC
              FILE STATUS IS WS-TASK-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
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
              SELECT SORTED-OUT ASSIGN TO './onbsort.tmp'
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
           FD ONBTASK.
           01 ONBTASK-REC.
              COPY "ONBTASK-REC.cob".
      *
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
      * One sort record per line to report, under the direct
      * manager.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-MGR       PIC        9(5).
              05 SR-KIND      PIC        X(1).
              05 SR-DUE       PIC        9(8).
              05 SR-EMPID     PIC        9(5).
              05 SR-TASK-CODE PIC        X(4).
              05 SR-TASK-DESC PIC       X(30).
              05 SR-LNM       PIC       X(20).
              05 SR-DPT       PIC        X(4).
              05 SR-DAYS      PIC        9(5).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-MGR       PIC        9(5).
              05 SO-KIND      PIC        X(1).
                 88 SO-IS-MISSED      VALUE 'M'.
                 88 SO-IS-ENDING      VALUE 'P'.
                 88 SO-IS-OVERDUE     VALUE 'T'.
              05 SO-DUE       PIC        9(8).
              05 SO-EMPID     PIC        9(5).
              05 SO-TASK-CODE PIC        X(4).
              05 SO-TASK-DESC PIC       X(30).
              05 SO-LNM       PIC       X(20).
              05 SO-DPT       PIC        X(4).
              05 SO-DAYS      PIC        9(5).
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
           01 WS-TASK-EOF     PIC        A(1).
           01 WS-SUP-EOF      PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-TASK-STATUS  PIC        X(2).
              88 WS-TASK-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-SUP-STATUS   PIC        X(2).
              88 WS-SUP-OK           VALUE '00'.
      *
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-ASOF-DATE    PIC        9(8).
           01 WS-ASOF-INT     PIC        9(7).
           01 WS-DUE-INT      PIC        9(7).
      *
      * How far ahead a probation end date is flagged.
           01 ONB-PROB-WARN-DAYS PIC     9(3) VALUE 030.
      *
      * Every reporting entry, loaded up front so the direct
      * manager is a table lookup instead of a keyed read.
           01 WS-CHAIN-TBL.
              05 WS-CHAIN-ENTRY OCCURS 1000 TIMES.
                 10 WS-CHAIN-EMPID    PIC  9(5).
                 10 WS-CHAIN-MGR      PIC  9(5).
           01 WS-CHAIN-COUNT  PIC        9(4) VALUE ZERO.
           01 WS-CHAIN-IDX    PIC        9(4) VALUE ZERO.
           01 WS-FOUND-SW     PIC        X(1).
              88 CHAIN-WAS-FOUND     VALUE 'Y'.
      *
      * The employee behind the task being checked - read once per
      * EMPID, since the file runs in EMPID order.
           01 WS-CUR-EMPID    PIC        9(5) VALUE ZERO.
           01 WS-CUR-SW       PIC        X(1).
              88 EMP-IS-CURRENT      VALUE 'Y'.
              88 EMP-NOT-CURRENT     VALUE 'N'.
      *
      * Control break on manager.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD        VALUE 'Y'.
              88 NOT-FIRST-RECORD    VALUE 'N'.
           01 WS-CUR-MGR      PIC        9(5).
           01 WS-MGR-LINES    PIC        9(5).
           01 WS-MGR-NAME     PIC       X(35).
      *
           01 WS-TASK-READ    PIC        9(7) VALUE ZERO.
           01 WS-MISSED-COUNT PIC        9(5) VALUE ZERO.
           01 WS-ENDING-COUNT PIC        9(5) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC       9(5) VALUE ZERO.
           01 WS-NOLINE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-MGR-COUNT    PIC        9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-DAYS-ED      PIC        ZZZZ9.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ONBDUE'.
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
           OPEN INPUT ONBTASK.
           IF NOT WS-TASK-OK
             DISPLAY "ONBDUE: *** NO ONBTASK.DAT - RUN ONBBILD "
                     "FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ONBDUE: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ONBTASK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-APPRAISAL-PARA.
           PERFORM LOAD-CHAINS-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './onbdue_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'ONBDUE - ONBOARDING AND PROBATION BY MANAGER'
                TO RP-TITLE.
           MOVE 'STATUS  EMPID LAST NAME' TO RP-COLHDG (1:23).
           MOVE 'DEPT' TO RP-COLHDG (36:4).
           MOVE 'TASK' TO RP-COLHDG (41:4).
           MOVE 'DESCRIPTION' TO RP-COLHDG (46:11).
           MOVE 'DUE DATE' TO RP-COLHDG (77:8).
           MOVE 'DAYS' TO RP-COLHDG (89:4).
           MOVE WS-ASOF-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-MGR SR-KIND SR-DUE SR-EMPID
                                SR-TASK-CODE
               INPUT PROCEDURE IS SELECT-DUE-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * LOAD-CHAINS-PARA
      * One table entry per reporting record.  Without the file
      * everything simply lands under NO REPORTING LINE.
      * ================================================================
       LOAD-CHAINS-PARA.
           OPEN INPUT SUPVISOR.
           IF NOT WS-SUP-OK
             DISPLAY "ONBDUE: NO SUPERVISOR FILE - NOT SPLIT BY "
                     "MANAGER"
           ELSE
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
      * SELECT-DUE-PARA
      * SORT input procedure - one pass of the task file, releasing
      * every open task that is due for attention.
      * ================================================================
       SELECT-DUE-PARA.
           MOVE ' ' TO WS-TASK-EOF.
           READ ONBTASK NEXT RECORD
                AT END MOVE 'Y' TO WS-TASK-EOF
           END-READ.
           PERFORM UNTIL WS-TASK-EOF = 'Y'
             ADD 1 TO WS-TASK-READ
             IF OB-IS-OPEN
               PERFORM CHECK-ONE-TASK-PARA
             END-IF
             READ ONBTASK NEXT RECORD
                  AT END MOVE 'Y' TO WS-TASK-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-ONE-TASK-PARA
      * ================================================================
       CHECK-ONE-TASK-PARA.
           IF OB-EMPID NOT = WS-CUR-EMPID
             PERFORM READ-TASK-EMP-PARA
           END-IF.
           MOVE SPACES TO SR-KIND.
           IF EMP-IS-CURRENT AND OB-DUE-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD (OB-DUE-DATE) = 0
             COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE (OB-DUE-DATE)
             IF OB-IS-PROBATION
               IF WS-DUE-INT <= WS-ASOF-INT + ONB-PROB-WARN-DAYS
                 PERFORM CHECK-PROB-REVIEW-PARA
               END-IF
             ELSE
               IF WS-DUE-INT < WS-ASOF-INT
                 MOVE 'T' TO SR-KIND
                 COMPUTE SR-DAYS = WS-ASOF-INT - WS-DUE-INT
               END-IF
             END-IF
           END-IF.
           IF SR-KIND NOT = SPACES
             MOVE OB-EMPID TO SR-EMPID
             MOVE OB-TASK-CODE TO SR-TASK-CODE
             MOVE OB-TASK-DESC TO SR-TASK-DESC
             MOVE OB-DUE-DATE TO SR-DUE
             MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM
             MOVE EMPDPT OF EMPLOYEE-FILE TO SR-DPT
             PERFORM FIND-DIRECT-MGR-PARA
             EVALUATE SR-KIND
               WHEN 'M'
                 ADD 1 TO WS-MISSED-COUNT
               WHEN 'P'
                 ADD 1 TO WS-ENDING-COUNT
               WHEN OTHER
                 ADD 1 TO WS-OVERDUE-COUNT
             END-EVALUATE
             RELEASE SORT-REC
           END-IF.

      * ================================================================
      * CHECK-PROB-REVIEW-PARA
      * An open PROB task whose end date is near or past, unless an
      * appraisal since the hire already records the review.
      * ================================================================
       CHECK-PROB-REVIEW-PARA.
           MOVE OB-EMPID TO AL-EMPID.
           PERFORM FIND-LATEST-APPRAISAL-PARA.
           IF LATEST-APPRAISAL-FOUND
               AND AL-PERIOD-END NOT < OB-HIRE-DATE
             CONTINUE
           ELSE
             IF WS-DUE-INT < WS-ASOF-INT
               MOVE 'M' TO SR-KIND
               COMPUTE SR-DAYS = WS-ASOF-INT - WS-DUE-INT
             ELSE
               MOVE 'P' TO SR-KIND
               COMPUTE SR-DAYS = WS-DUE-INT - WS-ASOF-INT
             END-IF
           END-IF.

      * ================================================================
      * READ-TASK-EMP-PARA
      * Only current employees are chased - a leaver's open tasks
      * no longer matter.
      * ================================================================
       READ-TASK-EMP-PARA.
           MOVE OB-EMPID TO WS-CUR-EMPID.
           MOVE OB-EMPID TO EMPID OF EMPLOYEE-FILE.
           SET EMP-NOT-CURRENT TO TRUE.
           READ EMPLOYEE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF EMP-ACTIVE OF EMPLOYEE-FILE
                     OR EMP-ON-LEAVE OF EMPLOYEE-FILE
                   SET EMP-IS-CURRENT TO TRUE
                 END-IF
           END-READ.

      * ================================================================
      * FIND-DIRECT-MGR-PARA
      * ================================================================
       FIND-DIRECT-MGR-PARA.
           MOVE ZERO TO SR-MGR.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-CHAIN-PARA
               VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                  OR CHAIN-WAS-FOUND.
           IF NOT CHAIN-WAS-FOUND
             ADD 1 TO WS-NOLINE-COUNT
           END-IF.

      * ================================================================
      * FIND-CHAIN-PARA
      * ================================================================
       FIND-CHAIN-PARA.
           IF WS-CHAIN-EMPID (WS-CHAIN-IDX) = SR-EMPID
             MOVE WS-CHAIN-MGR (WS-CHAIN-IDX) TO SR-MGR
             SET CHAIN-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One section per manager, a count line at each break.
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

             PERFORM REPORT-ONE-LINE-PARA

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
           MOVE ZERO TO WS-MGR-LINES.
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
      * REPORT-ONE-LINE-PARA
      * DAYS is days overdue, or for an ENDING probation the days
      * left to the end date.
      * ================================================================
       REPORT-ONE-LINE-PARA.
           ADD 1 TO WS-MGR-LINES.
           MOVE SPACES TO RP-DETAIL.
           EVALUATE TRUE
             WHEN SO-IS-MISSED
               MOVE 'MISSED' TO RP-DETAIL (1:6)
             WHEN SO-IS-ENDING
               MOVE 'ENDING' TO RP-DETAIL (1:6)
             WHEN OTHER
               MOVE 'OVERDUE' TO RP-DETAIL (1:7)
           END-EVALUATE.
           MOVE SO-EMPID TO RP-DETAIL (9:5).
           MOVE SO-LNM TO RP-DETAIL (15:20).
           MOVE SO-DPT TO RP-DETAIL (36:4).
           MOVE SO-TASK-CODE TO RP-DETAIL (41:4).
           MOVE SO-TASK-DESC TO RP-DETAIL (46:30).
           MOVE SO-DUE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (77:10).
           MOVE SO-DAYS TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO RP-DETAIL (88:5).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-MGR-TOTAL-PARA
      * ================================================================
       WRITE-MGR-TOTAL-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING '  ITEMS FOR ' DELIMITED BY SIZE
                  WS-CUR-MGR DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-MGR-LINES DELIMITED BY SIZE
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
           STRING WS-MISSED-COUNT DELIMITED BY SIZE
                  ' PROBATION REVIEW(S) MISSED, ' DELIMITED BY SIZE
                  WS-ENDING-COUNT DELIMITED BY SIZE
                  ' ENDING WITHIN ' DELIMITED BY SIZE
                  ONB-PROB-WARN-DAYS DELIMITED BY SIZE
                  ' DAYS, ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  ' TASK(S) OVERDUE, ' DELIMITED BY SIZE
                  WS-NOLINE-COUNT DELIMITED BY SIZE
                  ' WITH NO REPORTING LINE' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           PERFORM CLOSE-APPRAISAL-PARA.
           CLOSE EMPLOYEE.
           CLOSE ONBTASK.
           DISPLAY "ONBDUE: " WS-MISSED-COUNT " PROBATION REVIEW(S) "
                   "MISSED, " WS-ENDING-COUNT " ENDING, "
                   WS-OVERDUE-COUNT " TASK(S) OVERDUE".
           MOVE WS-TASK-READ TO WS-RUNLOG-READ-TOTAL.
           COMPUTE WS-RUNLOG-REJECT-TOTAL = WS-MISSED-COUNT
               + WS-ENDING-COUNT + WS-OVERDUE-COUNT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-RUNLOG-REJECT-TOTAL > 0
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
