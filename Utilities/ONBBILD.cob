      *================================================================
      * ONBBILD
      * Builds each new hire's onboarding checklist, on the PROVFEED
      * audit-scan pattern.  Each run reads every entry stamped on
      * the audit trail (./empaudit.dta) since the last run and, for
      * every add (A) of an ACTIVE or ON-LEAVE employee - or change
      * (C) bringing a leaver back with a new hire date - writes one
      * task per line of the onboarding template (./onbtmpl.dta,
      * copybooks/ONBTMPL-REC.cob) for the hire's department and
      * for all departments onto the task file (./onbtask.dat,
      * copybooks/ONBTASK-REC.cob), due EMPHDT plus the line's day
      * offset.  Every hire also gets the PROB probation-review
      * task, due the probation end date - the template's PROB
      * length for the department, ONB-DEFAULT-PROB-DAYS without
      * one.  However an add reaches the master - EMPMAINT, the
      * pending sweep, a candidate acceptance - the checklist
      * follows it.
      *
      * A task already on file for the employee is left as it is,
      * so a rerun over the same entries does no harm - unless it
      * was built for an earlier hire date.  A rehire's old tasks,
      * long since completed, are then reopened for the new hire
      * date with new due dates, the probation review among them,
      * so the returning employee gets a fresh checklist.  Full-rebuild
      * loads (L) are not hires and are skipped.  The stamp of the
      * last audit entry taken is kept on ./onbctl.dta; with no
      * control file the first run starts from today's entries.
      * The checklists built are listed on ./onbbild_YYYYMMDD.rpt.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBBILD.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT ASSIGN TO './empaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT ONBCTL ASSIGN TO './onbctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT ONBTMPL ASSIGN TO './onbtmpl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TMPL-STATUS.
      *
              SELECT ONBTASK ASSIGN TO './onbtask.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY OF ONBTASK-REC
              FILE STATUS IS WS-TASK-STATUS.
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
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD ONBCTL.
           01 ONBCTL-REC.
              05 OC-LAST-STAMP   PIC    9(14).
      *
           FD ONBTMPL.
           01 ONBTMPL-REC.
              COPY "ONBTMPL-REC.cob".
      *
           FD ONBTASK.
           01 ONBTASK-REC.
              COPY "ONBTASK-REC.cob".
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
           01 WS-AUDIT-EOF    PIC        A(1).
           01 WS-REF-EOF      PIC        A(1).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-TMPL-STATUS  PIC        X(2).
              88 WS-TMPL-OK          VALUE '00'.
           01 WS-TASK-STATUS  PIC        X(2).
              88 WS-TASK-OK          VALUE '00'.
              88 WS-TASK-MISSING     VALUE '35'.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-LAST-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-HIGH-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-AUD-STAMP    PIC       9(14).
      *
      * The add's after image, in the master's own layout - and a
      * change's before image, to tell a rehire.
           01 WS-AFTER-REC.
              COPY "EMPLOYEE-REC.cob".
           01 WS-BEFORE-REC.
              COPY "EMPLOYEE-REC.cob".
      *
      * Probation length when the template has no PROB line for the
      * department - the first-90-day review.
           01 ONB-DEFAULT-PROB-DAYS PIC      9(3) VALUE 090.
      *
      * The onboarding template, loaded up front.
           01 WS-TMPL-TBL.
              05 WS-TMPL-ENTRY OCCURS 200 TIMES.
                 10 WS-TMPL-DEPT      PIC  X(4).
                 10 WS-TMPL-CODE      PIC  X(4).
                 10 WS-TMPL-DAYS      PIC  9(3).
                 10 WS-TMPL-DESC      PIC  X(30).
           01 WS-TMPL-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-TMPL-IDX     PIC        9(3) VALUE ZERO.
      *
      * The hire being built - start date, which template pass is
      * running, and whether a PROB task is on file yet.
           01 WS-HIRE-DATE    PIC        9(8).
           01 WS-HIRE-INT     PIC        9(7).
           01 WS-PASS-DEPT    PIC        X(4).
           01 WS-PROB-SW      PIC        X(1).
              88 PROB-ON-FILE        VALUE 'Y'.
              88 PROB-NOT-ON-FILE    VALUE 'N'.
           01 WS-PROB-END     PIC        9(8).
           01 WS-HIRE-TASKS   PIC        9(3).
           01 WS-HIRE-REOPENED PIC       9(3).
           01 WS-REOPEN-COUNT PIC        9(7) VALUE ZERO.
      *
      * The task as built, kept while the one on file is read.
           01 WS-TASK-HOLD    PIC       X(67).
           01 WS-DAYS-IN      PIC        9(3).
      *
           01 WS-AUDIT-READ   PIC        9(7) VALUE ZERO.
           01 WS-AUDIT-TAKEN  PIC        9(7) VALUE ZERO.
           01 WS-HIRE-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-TASK-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-NODATE-COUNT PIC        9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-COUNT-ED     PIC         ZZ9.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ONBBILD'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-CONTROL-PARA.
           PERFORM LOAD-TEMPLATE-PARA.
           OPEN I-O ONBTASK.
           IF WS-TASK-MISSING
             OPEN OUTPUT ONBTASK
             CLOSE ONBTASK
             OPEN I-O ONBTASK
           END-IF.
           IF NOT WS-TASK-OK
             DISPLAY "ONBBILD: *** CANNOT OPEN ONBTASK.DAT - "
                     "STATUS " WS-TASK-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './onbbild_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'ONBBILD - ONBOARDING CHECKLISTS BUILT' TO RP-TITLE.
           MOVE 'EMPID LAST NAME            DEPT HIRED      TASKS'
                TO RP-COLHDG.
           MOVE 'PROBATION END' TO RP-COLHDG (50:13).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "ONBBILD - HIRES ON AUDIT ENTRIES AFTER "
                   WS-LAST-STAMP.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-CONTROL-PARA
      * With no control file, start from today's entries - hires
      * already in post were onboarded by hand.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT ONBCTL.
           IF WS-CTL-OK
             READ ONBCTL INTO ONBCTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF OC-LAST-STAMP NUMERIC
                     MOVE OC-LAST-STAMP TO WS-LAST-STAMP
                   END-IF
             END-READ
             CLOSE ONBCTL
           END-IF.
           IF WS-LAST-STAMP = ZERO
             COMPUTE WS-LAST-STAMP = WS-TODAY * 1000000
             DISPLAY "ONBBILD: NO CONTROL FILE - STARTING FROM "
                     "TODAY'S AUDIT ENTRIES"
           END-IF.
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.

      * ================================================================
      * LOAD-TEMPLATE-PARA
      * Without a template every hire still gets the probation
      * review.
      * ================================================================
       LOAD-TEMPLATE-PARA.
           OPEN INPUT ONBTMPL.
           IF WS-TMPL-OK
             MOVE ' ' TO WS-REF-EOF
             READ ONBTMPL INTO ONBTMPL-REC
                  AT END MOVE 'Y' TO WS-REF-EOF
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-TMPL-COUNT >= 200
               IF OT-TASK-CODE NOT = SPACES
                   AND OT-DUE-DAYS NUMERIC
                 ADD 1 TO WS-TMPL-COUNT
                 MOVE OT-DEPT TO WS-TMPL-DEPT (WS-TMPL-COUNT)
                 MOVE OT-TASK-CODE TO WS-TMPL-CODE (WS-TMPL-COUNT)
                 MOVE OT-DUE-DAYS TO WS-TMPL-DAYS (WS-TMPL-COUNT)
                 MOVE OT-TASK-DESC TO WS-TMPL-DESC (WS-TMPL-COUNT)
               ELSE
                 DISPLAY "ONBBILD: TEMPLATE LINE SKIPPED - "
                         ONBTMPL-REC
               END-IF
               READ ONBTMPL INTO ONBTMPL-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE ONBTMPL
           ELSE
             DISPLAY "ONBBILD: NO ONBOARDING TEMPLATE - PROBATION "
                     "REVIEW ONLY"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Every audit entry stamped after the last run's high-water
      * mark, in the order it was written.
      * ================================================================
       PROCESS-PARA.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "ONBBILD: NO EMPAUDIT.DTA - NO HIRES TO BUILD"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT INTO AUDIT-REC
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
                 COMPUTE WS-AUD-STAMP = AUD-RUN-DATE * 1000000
                     + AUD-RUN-TIME
                 IF WS-AUD-STAMP > WS-LAST-STAMP
                   ADD 1 TO WS-AUDIT-TAKEN
                   IF AUD-ACTION = 'A'
                     PERFORM BUILD-ONE-HIRE-PARA
                   END-IF
                   IF AUD-ACTION = 'C'
                     PERFORM CHECK-REHIRE-PARA
                   END-IF
                   IF WS-AUD-STAMP > WS-HIGH-STAMP
                     MOVE WS-AUD-STAMP TO WS-HIGH-STAMP
                   END-IF
                 END-IF
               END-IF
               READ AUDIT INTO AUDIT-REC
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.

      * ================================================================
      * CHECK-REHIRE-PARA
      * A leaver brought back on the same EMPID by a change rather
      * than an add - terminated or retired before, active or on
      * leave after, with a new hire date - is a hire too.
      * ================================================================
       CHECK-REHIRE-PARA.
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC.
           MOVE AUD-AFTER-IMAGE TO WS-AFTER-REC.
           IF (EMP-TERMINATED OF WS-BEFORE-REC
                   OR EMP-RETIRED OF WS-BEFORE-REC)
               AND (EMP-ACTIVE OF WS-AFTER-REC
                   OR EMP-ON-LEAVE OF WS-AFTER-REC)
               AND EMPHDT OF WS-AFTER-REC
                   NOT = EMPHDT OF WS-BEFORE-REC
             PERFORM BUILD-ONE-HIRE-PARA
           END-IF.

      * ================================================================
      * BUILD-ONE-HIRE-PARA
      * The department's own lines first, so they win over an
      * all-department line with the same task code, then the
      * all-department lines, then the default probation review if
      * neither pass supplied one.  A hire date that is not a real
      * date falls back to the audit date.
      * ================================================================
       BUILD-ONE-HIRE-PARA.
           MOVE AUD-AFTER-IMAGE TO WS-AFTER-REC.
           IF EMP-ACTIVE OF WS-AFTER-REC
               OR EMP-ON-LEAVE OF WS-AFTER-REC
             ADD 1 TO WS-HIRE-COUNT
             MOVE ZERO TO WS-HIRE-DATE
             IF EMPHDTY OF WS-AFTER-REC NUMERIC
                 AND EMPHDTM OF WS-AFTER-REC NUMERIC
                 AND EMPHDTD OF WS-AFTER-REC NUMERIC
               COMPUTE WS-HIRE-DATE =
                   EMPHDTY OF WS-AFTER-REC * 10000
                   + EMPHDTM OF WS-AFTER-REC * 100
                   + EMPHDTD OF WS-AFTER-REC
             END-IF
             IF WS-HIRE-DATE = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-HIRE-DATE) NOT = 0
               ADD 1 TO WS-NODATE-COUNT
               DISPLAY "ONBBILD: EMPID " EMPID OF WS-AFTER-REC
                       " HIRE DATE NOT USABLE - TASKS DUE FROM "
                       AUD-RUN-DATE
               MOVE AUD-RUN-DATE TO WS-HIRE-DATE
             END-IF
             COMPUTE WS-HIRE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-HIRE-DATE)
             MOVE ZERO TO WS-HIRE-TASKS
             MOVE ZERO TO WS-HIRE-REOPENED
             MOVE ZERO TO WS-PROB-END
             SET PROB-NOT-ON-FILE TO TRUE
             MOVE EMPDPT OF WS-AFTER-REC TO WS-PASS-DEPT
             PERFORM APPLY-TEMPLATE-LINE-PARA
                 VARYING WS-TMPL-IDX FROM 1 BY 1
                 UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
             MOVE '****' TO WS-PASS-DEPT
             PERFORM APPLY-TEMPLATE-LINE-PARA
                 VARYING WS-TMPL-IDX FROM 1 BY 1
                 UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
             IF PROB-NOT-ON-FILE
               MOVE 'PROB' TO OB-TASK-CODE
               MOVE 'PROBATION REVIEW' TO OB-TASK-DESC
               MOVE ONB-DEFAULT-PROB-DAYS TO WS-DAYS-IN
               PERFORM WRITE-TASK-PARA
             END-IF
             PERFORM REPORT-ONE-HIRE-PARA
           END-IF.

      * ================================================================
      * APPLY-TEMPLATE-LINE-PARA
      * ================================================================
       APPLY-TEMPLATE-LINE-PARA.
           IF WS-TMPL-DEPT (WS-TMPL-IDX) = WS-PASS-DEPT
             MOVE WS-TMPL-CODE (WS-TMPL-IDX) TO OB-TASK-CODE
             MOVE WS-TMPL-DESC (WS-TMPL-IDX) TO OB-TASK-DESC
             MOVE WS-TMPL-DAYS (WS-TMPL-IDX) TO WS-DAYS-IN
             PERFORM WRITE-TASK-PARA
           END-IF.

      * ================================================================
      * WRITE-TASK-PARA
      * One task for the hire, OB-TASK-CODE and OB-TASK-DESC set by
      * the caller and due WS-DAYS-IN days after the hire date.  A
      * task already on file is kept as it is when it belongs to
      * this hire date or a later one; one built for an earlier
      * hire is reopened in its place.
      * ================================================================
       WRITE-TASK-PARA.
           MOVE EMPID OF WS-AFTER-REC TO OB-EMPID.
           MOVE EMPDPT OF WS-AFTER-REC TO OB-DEPT.
           MOVE WS-HIRE-DATE TO OB-HIRE-DATE.
           COMPUTE OB-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-HIRE-INT + WS-DAYS-IN).
           MOVE ZERO TO OB-DONE-DATE.
           IF OB-IS-PROBATION
             SET PROB-ON-FILE TO TRUE
             MOVE OB-DUE-DATE TO WS-PROB-END
           END-IF.
           WRITE ONBTASK-REC
               INVALID KEY
                 PERFORM REOPEN-TASK-PARA
               NOT INVALID KEY
                 ADD 1 TO WS-HIRE-TASKS
                 ADD 1 TO WS-TASK-COUNT
           END-WRITE.

      * ================================================================
      * REOPEN-TASK-PARA
      * The task code is already on file for the EMPID.  From an
      * earlier hire it is replaced by the one just built - open,
      * due from the new hire date.
      * ================================================================
       REOPEN-TASK-PARA.
           MOVE ONBTASK-REC TO WS-TASK-HOLD.
           READ ONBTASK
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF OB-HIRE-DATE < WS-HIRE-DATE
                   MOVE WS-TASK-HOLD TO ONBTASK-REC
                   REWRITE ONBTASK-REC
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         ADD 1 TO WS-HIRE-TASKS
                         ADD 1 TO WS-HIRE-REOPENED
                         ADD 1 TO WS-TASK-COUNT
                         ADD 1 TO WS-REOPEN-COUNT
                   END-REWRITE
                 END-IF
           END-READ.

      * ================================================================
      * REPORT-ONE-HIRE-PARA
      * ================================================================
       REPORT-ONE-HIRE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE EMPID OF WS-AFTER-REC TO RP-DETAIL (1:5).
           MOVE EMPLNM OF WS-AFTER-REC (1:20) TO RP-DETAIL (7:20).
           MOVE EMPDPT OF WS-AFTER-REC TO RP-DETAIL (28:4).
           MOVE WS-HIRE-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (33:10).
           MOVE WS-HIRE-TASKS TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (45:3).
           MOVE WS-PROB-END TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (50:10).
           IF WS-HIRE-TASKS = ZERO
             MOVE 'ALREADY ON FILE' TO RP-DETAIL (62:15)
           END-IF.
           IF WS-HIRE-REOPENED > ZERO
             MOVE 'REHIRE - EARLIER TASKS REOPENED' TO RP-DETAIL (62:31)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE ONBTASK.
           OPEN OUTPUT ONBCTL.
           MOVE SPACES TO ONBCTL-REC.
           MOVE WS-HIGH-STAMP TO OC-LAST-STAMP.
           WRITE ONBCTL-REC.
           CLOSE ONBCTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-HIRE-COUNT DELIMITED BY SIZE
                  ' HIRE(S), ' DELIMITED BY SIZE
                  WS-TASK-COUNT DELIMITED BY SIZE
                  ' TASK(S) WRITTEN FROM ' DELIMITED BY SIZE
                  WS-AUDIT-TAKEN DELIMITED BY SIZE
                  ' NEW AUDIT ENTRIES, ' DELIMITED BY SIZE
                  WS-NODATE-COUNT DELIMITED BY SIZE
                  ' WITHOUT A USABLE HIRE DATE' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "ONBBILD: " WS-HIRE-COUNT " HIRE(S), "
                   WS-TASK-COUNT " TASK(S) WRITTEN, "
                   WS-REOPEN-COUNT " OF THEM REOPENED FOR A REHIRE".
           MOVE WS-AUDIT-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-NODATE-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-NODATE-COUNT > 0
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
