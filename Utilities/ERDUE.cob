      *================================================================
      * ERDUE
      * Daily employee-relations deadline report from the
      * confidential case file (./ercase.dat, copybooks/
      * ERCASE-REC.cob, maintained by ERCMNT).  Runs under the
      * employee-relations operator class ('E') - no other class
      * may read the file.
      *
      * Every open case with a deadline running is listed by days
      * to its next due date, the overdue first, then the open
      * cases with no deadline running; each line carries the
      * step and its name from the step rules (./erstep.parm,
      * copybooks/ERSTEP-REC.cob).  Overdue cases and cases due
      * today are flagged.
      *
      * The run also ages the warnings: a warning, open or closed,
      * whose expiry date (the handbook period) has come is set
      * to expired, dropping it off the employee's active record,
      * with a before/after image pair on ./ercaudit.dta; the
      * warnings dropped are listed after the deadlines.
      *
      * Output ./erdue_YYYYMMDD.rpt.  RC 4 when any case is
      * overdue, 8 when the case file cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERDUE.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ERCASE ASSIGN TO './ercase.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EC-CASE-NO OF ERCASE-REC
              ALTERNATE RECORD KEY IS EC-EMPID OF ERCASE-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-CASE-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT STEPPARM ASSIGN TO './erstep.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STEP-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './ercsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
      *
              SELECT AUDIT ASSIGN TO './ercaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD ERCASE.
           01 ERCASE-REC.
              COPY "ERCASE-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD STEPPARM.
           01 STEPPARM-REC.
              COPY "ERSTEP-REC.cob".
      *
      * One sort record per open case; a case with no deadline
      * running sorts last on a due date of all nines.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-DUE-DATE  PIC        9(8).
              05 SR-CASE-NO   PIC        X(8).
              05 SR-EMPID     PIC        9(5).
              05 SR-TYPE      PIC        X(1).
              05 SR-STEP      PIC        9(2).
              05 SR-OPENED    PIC        9(8).
              05 SR-DESC      PIC       X(30).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-DUE-DATE  PIC        9(8).
                 88 SO-NO-DEADLINE    VALUE 99999999.
              05 SO-CASE-NO   PIC        X(8).
              05 SO-EMPID     PIC        9(5).
              05 SO-TYPE      PIC        X(1).
              05 SO-STEP      PIC        9(2).
              05 SO-OPENED    PIC        9(8).
              05 SO-DESC      PIC       X(30).
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
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
           01 WS-CASE-EOF     PIC        A(1).
           01 WS-STEP-EOF     PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-CASE-STATUS  PIC        X(2).
              88 WS-CASE-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-STEP-STATUS  PIC        X(2).
              88 WS-STEP-OK          VALUE '00'.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-INT    PIC        9(7).
           01 WS-DAYS-TO-DUE  PIC       S9(5).
      *
      * The step names, by type and step.
           01 WS-RULE-TBL.
              05 WS-RULE-ENTRY OCCURS 100 TIMES.
                 10 WS-RULE-TYPE      PIC  X(1).
                 10 WS-RULE-STEP      PIC  9(2).
                 10 WS-RULE-NAME      PIC X(20).
           01 WS-RULE-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-RULE-IDX     PIC        9(3) VALUE ZERO.
           01 WS-RULE-SLOT    PIC        9(3) VALUE ZERO.
      *
      * The warnings dropped off the active record this run.
           01 WS-EXPIRED-TBL.
              05 WS-EXPIRED-ENTRY OCCURS 200 TIMES.
                 10 WS-EXP-CASE-NO    PIC  X(8).
                 10 WS-EXP-EMPID      PIC  9(5).
                 10 WS-EXP-OPENED     PIC  9(8).
                 10 WS-EXP-DATE       PIC  9(8).
           01 WS-EXPIRED-IDX  PIC        9(3) VALUE ZERO.
      *
           01 WS-CASE-READ       PIC     9(5) VALUE ZERO.
           01 WS-OPEN-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-OVERDUE-COUNT   PIC     9(5) VALUE ZERO.
           01 WS-DUE-TODAY-COUNT PIC     9(5) VALUE ZERO.
           01 WS-NO-DUE-COUNT    PIC     9(5) VALUE ZERO.
           01 WS-EXPIRED-COUNT   PIC     9(5) VALUE ZERO.
           01 WS-ACTIVE-WARN-COUNT PIC   9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-DAYS-ED      PIC        -ZZZ9.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - each warning expired leaves a before/
      * after image pair on ./ercaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ERDUE'.
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
       COPY "SIGNON_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
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
           MOVE 'E' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN I-O ERCASE.
           IF NOT WS-CASE-OK
             DISPLAY "ERDUE: *** NO CASE FILE - RUN ERCMNT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ERDUE: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ERCASE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-STEP-NAMES-PARA.
           OPEN EXTEND AUDIT.
           MOVE SPACES TO RP-FNAME.
           STRING './erdue_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'ERDUE - EMPLOYEE RELATIONS CASE DEADLINES'
                TO RP-TITLE.
           MOVE ' DAYS DUE        CASE     T EMPID LAST NAME'
                TO RP-COLHDG (1:44).
           MOVE 'STEP' TO RP-COLHDG (56:4).
           MOVE 'OPENED     DESCRIPTION' TO RP-COLHDG (80:22).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-DUE-DATE SR-CASE-NO
               INPUT PROCEDURE IS SELECT-OPEN-CASES-PARA
               GIVING SORTED-OUT.
           CLOSE ERCASE.
           CLOSE AUDIT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.

      * ================================================================
      * LOAD-STEP-NAMES-PARA
      * ================================================================
       LOAD-STEP-NAMES-PARA.
           OPEN INPUT STEPPARM.
           IF WS-STEP-OK
             MOVE ' ' TO WS-STEP-EOF
             READ STEPPARM INTO STEPPARM-REC
                  AT END MOVE 'Y' TO WS-STEP-EOF
             END-READ
             PERFORM UNTIL WS-STEP-EOF = 'Y'
                 OR WS-RULE-COUNT >= 100
               IF STEPPARM-REC (1:1) NOT = '*'
                   AND ES-TYPE NOT = SPACE
                   AND ES-STEP NUMERIC
                 ADD 1 TO WS-RULE-COUNT
                 MOVE ES-TYPE TO WS-RULE-TYPE (WS-RULE-COUNT)
                 MOVE ES-STEP TO WS-RULE-STEP (WS-RULE-COUNT)
                 MOVE ES-NAME TO WS-RULE-NAME (WS-RULE-COUNT)
               END-IF
               READ STEPPARM INTO STEPPARM-REC
                    AT END MOVE 'Y' TO WS-STEP-EOF
               END-READ
             END-PERFORM
             CLOSE STEPPARM
           ELSE
             DISPLAY "ERDUE: NO ERSTEP.PARM - STEP NAMES NOT SHOWN"
           END-IF.

      * ================================================================
      * SELECT-OPEN-CASES-PARA
      * SORT input procedure - ages the warnings as it goes, then
      * releases every case still open.
      * ================================================================
       SELECT-OPEN-CASES-PARA.
           MOVE ' ' TO WS-CASE-EOF.
           READ ERCASE NEXT RECORD
                AT END MOVE 'Y' TO WS-CASE-EOF
           END-READ.
           PERFORM UNTIL WS-CASE-EOF = 'Y'
             ADD 1 TO WS-CASE-READ
             IF EC-IS-WARNING OF ERCASE-REC
                 AND NOT EC-IS-EXPIRED OF ERCASE-REC
               IF EC-WARN-EXPIRE OF ERCASE-REC NOT = ZERO
                   AND EC-WARN-EXPIRE OF ERCASE-REC <= WS-TODAY
                 PERFORM EXPIRE-WARNING-PARA
               ELSE
                 ADD 1 TO WS-ACTIVE-WARN-COUNT
               END-IF
             END-IF
             IF EC-IS-OPEN OF ERCASE-REC
               ADD 1 TO WS-OPEN-COUNT
               IF EC-NEXT-DUE OF ERCASE-REC = ZERO
                 MOVE 99999999 TO SR-DUE-DATE
               ELSE
                 MOVE EC-NEXT-DUE OF ERCASE-REC TO SR-DUE-DATE
               END-IF
               MOVE EC-CASE-NO OF ERCASE-REC TO SR-CASE-NO
               MOVE EC-EMPID OF ERCASE-REC TO SR-EMPID
               MOVE EC-TYPE OF ERCASE-REC TO SR-TYPE
               MOVE EC-STEP OF ERCASE-REC TO SR-STEP
               MOVE EC-OPENED OF ERCASE-REC TO SR-OPENED
               MOVE EC-DESC OF ERCASE-REC TO SR-DESC
               RELEASE SORT-REC
             END-IF
             READ ERCASE NEXT RECORD
                  AT END MOVE 'Y' TO WS-CASE-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * EXPIRE-WARNING-PARA
      * The handbook period is over - the warning leaves the
      * active record, and any step still running stops with it.
      * ================================================================
       EXPIRE-WARNING-PARA.
           MOVE ERCASE-REC TO WS-AUDIT-BEFORE.
           SET EC-IS-EXPIRED OF ERCASE-REC TO TRUE.
           MOVE ZERO TO EC-NEXT-DUE OF ERCASE-REC.
           REWRITE ERCASE-REC
               INVALID KEY
                 DISPLAY "ERDUE: *** REWRITE FAILED FOR CASE "
                         EC-CASE-NO OF ERCASE-REC " ***"
               NOT INVALID KEY
                 MOVE 'C' TO WS-AUDIT-ACTION
                 MOVE ERCASE-REC TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
                 ADD 1 TO WS-EXPIRED-COUNT
                 IF WS-EXPIRED-COUNT <= 200
                   MOVE EC-CASE-NO OF ERCASE-REC
                        TO WS-EXP-CASE-NO (WS-EXPIRED-COUNT)
                   MOVE EC-EMPID OF ERCASE-REC
                        TO WS-EXP-EMPID (WS-EXPIRED-COUNT)
                   MOVE EC-OPENED OF ERCASE-REC
                        TO WS-EXP-OPENED (WS-EXPIRED-COUNT)
                   MOVE EC-WARN-EXPIRE OF ERCASE-REC
                        TO WS-EXP-DATE (WS-EXPIRED-COUNT)
                 END-IF
           END-REWRITE.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'
             PERFORM REPORT-ONE-CASE-PARA
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.
           CLOSE SORTED-OUT.
           IF WS-EXPIRED-COUNT > 0
             PERFORM REPORT-EXPIRED-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-CASE-PARA
      * ================================================================
       REPORT-ONE-CASE-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF SO-NO-DEADLINE
             ADD 1 TO WS-NO-DUE-COUNT
             MOVE 'NONE' TO RP-DETAIL (7:4)
           ELSE
             COMPUTE WS-DAYS-TO-DUE =
                 FUNCTION INTEGER-OF-DATE (SO-DUE-DATE)
                 - WS-TODAY-INT
             MOVE WS-DAYS-TO-DUE TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (1:5)
             MOVE SO-DUE-DATE TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (7:10)
             EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < 0
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE '*** OVERDUE' TO RP-DETAIL (122:11)
               WHEN WS-DAYS-TO-DUE = 0
                 ADD 1 TO WS-DUE-TODAY-COUNT
                 MOVE 'DUE TODAY' TO RP-DETAIL (122:9)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           MOVE SO-CASE-NO TO RP-DETAIL (18:8).
           MOVE SO-TYPE TO RP-DETAIL (27:1).
           MOVE SO-EMPID TO RP-DETAIL (29:5).
           MOVE SO-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO RP-DETAIL (35:15)
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE (1:20)
                      TO RP-DETAIL (35:20)
           END-READ.
           MOVE SO-STEP TO RP-DETAIL (56:2).
           PERFORM LOOKUP-STEP-NAME-PARA.
           MOVE SO-OPENED TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (80:10).
           MOVE SO-DESC TO RP-DETAIL (91:30).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LOOKUP-STEP-NAME-PARA
      * ================================================================
       LOOKUP-STEP-NAME-PARA.
           MOVE ZERO TO WS-RULE-SLOT.
           PERFORM FIND-STEP-NAME-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-RULE-SLOT > 0.
           IF WS-RULE-SLOT > 0
             MOVE WS-RULE-NAME (WS-RULE-SLOT) TO RP-DETAIL (59:20)
           END-IF.

      * ================================================================
      * FIND-STEP-NAME-PARA
      * ================================================================
       FIND-STEP-NAME-PARA.
           IF WS-RULE-TYPE (WS-RULE-IDX) = SO-TYPE
               AND WS-RULE-STEP (WS-RULE-IDX) = SO-STEP
             MOVE WS-RULE-IDX TO WS-RULE-SLOT
           END-IF.

      * ================================================================
      * REPORT-EXPIRED-PARA
      * A new page with its own headings for the warnings dropped.
      * ================================================================
       REPORT-EXPIRED-PARA.
           MOVE SPACES TO RP-COLHDG.
           MOVE 'WARNINGS DROPPED OFF THE ACTIVE RECORD THIS RUN'
                TO RP-COLHDG (1:47).
           MOVE 'CASE     EMPID LAST NAME' TO RP-COLHDG (50:24).
           MOVE 'OPENED     EXPIRED' TO RP-COLHDG (92:18).
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           PERFORM REPORT-ONE-EXPIRED-PARA
               VARYING WS-EXPIRED-IDX FROM 1 BY 1
               UNTIL WS-EXPIRED-IDX > WS-EXPIRED-COUNT
                  OR WS-EXPIRED-IDX > 200.
           IF WS-EXPIRED-COUNT > 200
             MOVE SPACES TO RP-DETAIL
             MOVE '... MORE - SEE ERCAUDIT.DTA' TO RP-DETAIL (50:27)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-EXPIRED-PARA
      * ================================================================
       REPORT-ONE-EXPIRED-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-EXP-CASE-NO (WS-EXPIRED-IDX) TO RP-DETAIL (50:8).
           MOVE WS-EXP-EMPID (WS-EXPIRED-IDX) TO RP-DETAIL (59:5).
           MOVE WS-EXP-EMPID (WS-EXPIRED-IDX) TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO RP-DETAIL (65:15)
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE (1:20)
                      TO RP-DETAIL (65:20)
           END-READ.
           MOVE WS-EXP-OPENED (WS-EXPIRED-IDX) TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (92:10).
           MOVE WS-EXP-DATE (WS-EXPIRED-IDX) TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (103:10).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-OPEN-COUNT DELIMITED BY SIZE
                  ' OPEN CASE(S), ' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  ' OVERDUE, ' DELIMITED BY SIZE
                  WS-DUE-TODAY-COUNT DELIMITED BY SIZE
                  ' DUE TODAY, ' DELIMITED BY SIZE
                  WS-NO-DUE-COUNT DELIMITED BY SIZE
                  ' WITH NO DEADLINE RUNNING' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ACTIVE-WARN-COUNT DELIMITED BY SIZE
                  ' WARNING(S) ON ACTIVE RECORDS, ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  ' DROPPED OFF THIS RUN' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
      *    Cataloged for class E alone - the list is the case file's
      *    contents, and RPTFETCH must not hand it to anyone else.
           SET RP-ER-ONLY TO TRUE.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE EMPLOYEE.
           DISPLAY "ERDUE: " WS-OPEN-COUNT " OPEN CASE(S), "
                   WS-OVERDUE-COUNT " OVERDUE, "
                   WS-DUE-TODAY-COUNT " DUE TODAY, "
                   WS-EXPIRED-COUNT " WARNING(S) EXPIRED".
           MOVE WS-CASE-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-OVERDUE-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-OVERDUE-COUNT > 0
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
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
