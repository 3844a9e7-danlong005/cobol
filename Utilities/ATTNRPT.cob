      *================================================================
      * ATTNRPT
      * Morning attendance exception report.  Checks the attendance
      * store (./attend.dat, copybooks/ATTEND-REC.cob - loaded from
      * the time clocks by PUNCHLD) against the employee master for
      * one work date (first command-line token, YYYYMMDD, default
      * today) and lists, by EMPSITE and EMPDPT:
      *
      *    NO-SHOW            an ACTIVE employee with no punch and
      *                       no taken leave (./leavetran.dta) that
      *                       day
      *    LATE ARRIVAL       first IN later than the site's
      *                       scheduled start plus its grace
      *    MISSING OUT-PUNCH  more IN punches than OUT punches
      *    MISSING IN-PUNCH   an OUT punch with no IN at all
      *    PUNCH WHILE ON LEAVE / TERMINATED / RETIRED
      *                       a badge swipe by anyone not ACTIVE
      *
      * The site start times come from ./attnrule.parm, one line
      * per site in fixed columns:
      *
      *    cols  1-4   site (**** is the default for every site
      *                not listed)
      *    col   5     blank
      *    cols  6-9   scheduled start HHMM
      *    col  10     blank
      *    cols 11-13  grace minutes
      *
      * Lines starting with '*' are comments.  A site without the
      * file yet still runs on a built-in 0800 start with five
      * minutes' grace.  On a weekend or a holiday on the shop
      * business calendar (./bizcal.parm) nobody is expected, so
      * the no-show check stands down; the punch checks still run.
      *
      * A terminated badge that still punches raises one severity-8
      * alert to ./alerts.dta - that is a security matter, not an
      * attendance one.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNRPT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT ATTEND ASSIGN TO './attend.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AT-KEY OF ATTEND-REC
              FILE STATUS IS WS-ATT-STATUS.
      *
              SELECT LEAVTRAN ASSIGN TO './leavetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT RULEFILE ASSIGN TO './attnrule.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.
      *
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './attnsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
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
           FD ATTEND.
           01 ATTEND-REC.
              COPY "ATTEND-REC.cob".
      *
           FD LEAVTRAN.
           01 LEAVTRAN-REC.
              05 LT-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 LT-DATE      PIC        9(8).
              05 FILLER       PIC        X(1).
              05 LT-HOURS     PIC      9(3)V99.
      *
           FD RULEFILE.
           01 RULEFILE-REC.
              05 RL-SITE      PIC        X(4).
              05 FILLER       PIC        X(1).
              05 RL-START     PIC        9(4).
              05 FILLER       PIC        X(1).
              05 RL-GRACE     PIC        9(3).
      *
           FD CALFILE.
           01 CALFILE-REC.
              05 CAL-TYPE     PIC        X(1).
              05 FILLER       PIC        X(1).
              05 CAL-DATE     PIC        9(8).
      *
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-SITE      PIC        X(4).
              05 SR-DPT       PIC        X(4).
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-FNM       PIC       X(12).
              05 SR-EXCEPTION PIC       X(22).
              05 SR-INFO      PIC       X(30).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-SITE      PIC        X(4).
              05 SO-DPT       PIC        X(4).
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-FNM       PIC       X(12).
              05 SO-EXCEPTION PIC       X(22).
              05 SO-INFO      PIC       X(30).
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EOF          PIC        A(1).
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-RULE-EOF     PIC        A(1).
           01 WS-CAL-EOF      PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-ATT-STATUS   PIC        X(2).
              88 WS-ATT-OK           VALUE '00'.
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-RULE-STATUS  PIC        X(2).
              88 WS-RULE-OK          VALUE '00'.
           01 WS-CAL-STATUS   PIC        X(2).
              88 WS-CAL-OK           VALUE '00'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'ATTNRPT'.
      *
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-WORK-DATE    PIC        9(8).
           01 WS-WORK-INT     PIC        9(8).
           01 WS-DOW-WORK     PIC        9(2).
      *
      * Set when the work date is a weekend or a calendar holiday -
      * the no-show check stands down.
           01 WS-OFF-DAY-SW   PIC        X(1) VALUE 'N'.
              88 WORK-DATE-IS-OFF-DAY    VALUE 'Y'.
      *
      * The site start-time rules, loaded from ./attnrule.parm.
           01 WS-RULE-TBL.
              05 WS-RULE-ENTRY OCCURS 50 TIMES.
                 10 WS-RULE-SITE      PIC  X(4).
                 10 WS-RULE-START     PIC  9(4).
                 10 WS-RULE-GRACE     PIC  9(3).
           01 WS-RULE-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-RULE-IDX     PIC        9(2) VALUE ZERO.
           01 WS-RULE-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-DEFAULT-START PIC       9(4) VALUE 0800.
           01 WS-DEFAULT-GRACE PIC       9(3) VALUE 005.
      *
      * The day's taken-leave EMPIDs, from ./leavetran.dta.
           01 WS-LEAVE-TBL.
              05 WS-LEAVE-EMPID OCCURS 2000 TIMES PIC 9(5).
           01 WS-LEAVE-COUNT  PIC        9(4) VALUE ZERO.
           01 WS-LEAVE-IDX    PIC        9(4) VALUE ZERO.
           01 WS-ON-LEAVE-SW  PIC        X(1).
              88 LEAVE-WAS-TAKEN         VALUE 'Y'.
      *
      * The holidays on the shop business calendar.
           01 WS-HOLIDAY-TBL.
              05 WS-HOLIDAY OCCURS 50 TIMES PIC 9(8).
           01 WS-HOLIDAY-COUNT PIC       9(2) VALUE ZERO.
           01 WS-CAL-IDX      PIC        9(2) VALUE ZERO.
      *
      * Lateness arithmetic, all in minutes past midnight.
           01 WS-HHMM         PIC        9(4).
           01 WS-HHMM-X REDEFINES WS-HHMM.
              05 WS-HHMM-HH   PIC        9(2).
              05 WS-HHMM-MM   PIC        9(2).
           01 WS-SCHED-MINS   PIC        9(4).
           01 WS-IN-MINS      PIC        9(4).
           01 WS-LATE-MINS    PIC        9(4).
           01 WS-LATE-ED      PIC        ZZZ9.
           01 WS-START-HHMM   PIC        9(4).
      *
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-SITE     PIC        X(4).
           01 WS-CUR-DEPT     PIC        X(4).
           01 WS-DEPT-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-SITE-COUNT   PIC        9(5) VALUE ZERO.
      *
           01 WS-NOSHOW-COUNT PIC        9(5) VALUE ZERO.
           01 WS-LATE-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-NOOUT-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-NOIN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-LEAVEPUNCH-COUNT PIC    9(5) VALUE ZERO.
           01 WS-TERMPUNCH-COUNT  PIC    9(5) VALUE ZERO.
           01 WS-EXCEPT-COUNT PIC        9(5) VALUE ZERO.
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob).
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-ASOF-PARM FROM COMMAND-LINE.
           IF WS-ASOF-PARM IS NUMERIC AND WS-ASOF-PARM NOT = ZERO
             MOVE WS-ASOF-PARM TO WS-WORK-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-WORK-DATE
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT ATTEND.
           IF NOT WS-ATT-OK
             DISPLAY "ATTNRPT: *** NO ATTENDANCE FILE - RUN PUNCHLD "
                     "FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE ATTEND.
           PERFORM LOAD-RULES-PARA.
           PERFORM LOAD-LEAVE-PARA.
           PERFORM LOAD-CALENDAR-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './attnrpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'ATTNRPT - DAILY ATTENDANCE EXCEPTIONS' TO RP-TITLE.
           MOVE SPACES TO RP-COLHDG.
           MOVE 'SITE DEPT EMPID LAST NAME' TO RP-COLHDG (1:25).
           MOVE 'FIRST NAME' TO RP-COLHDG (38:10).
           MOVE 'EXCEPTION' TO RP-COLHDG (51:9).
           MOVE 'DETAIL' TO RP-COLHDG (74:6).
           MOVE WS-WORK-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           IF WORK-DATE-IS-OFF-DAY
             MOVE 'NON-WORKING DAY - NO-SHOW CHECK NOT RUN'
                  TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           SORT SORT-WORK ON ASCENDING KEY SR-SITE SR-DPT SR-EMPID
               INPUT PROCEDURE IS SELECT-EXCEPTION-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * LOAD-RULES-PARA
      * A '****' line replaces the built-in default start.
      * ================================================================
       LOAD-RULES-PARA.
           OPEN INPUT RULEFILE.
           IF WS-RULE-OK
             MOVE ' ' TO WS-RULE-EOF
             READ RULEFILE INTO RULEFILE-REC
                  AT END MOVE 'Y' TO WS-RULE-EOF
             END-READ
             PERFORM UNTIL WS-RULE-EOF = 'Y'
               IF RULEFILE-REC (1:1) NOT = '*'
                   AND RL-SITE NOT = SPACES
                   AND RL-START NUMERIC AND RL-GRACE NUMERIC
                 IF RL-SITE = '****'
                   MOVE RL-START TO WS-DEFAULT-START
                   MOVE RL-GRACE TO WS-DEFAULT-GRACE
                 ELSE
                   IF WS-RULE-COUNT < 50
                     ADD 1 TO WS-RULE-COUNT
                     MOVE RL-SITE TO WS-RULE-SITE (WS-RULE-COUNT)
                     MOVE RL-START TO WS-RULE-START (WS-RULE-COUNT)
                     MOVE RL-GRACE TO WS-RULE-GRACE (WS-RULE-COUNT)
                   END-IF
                 END-IF
               END-IF
               READ RULEFILE INTO RULEFILE-REC
                    AT END MOVE 'Y' TO WS-RULE-EOF
               END-READ
             END-PERFORM
             CLOSE RULEFILE
           ELSE
             DISPLAY "ATTNRPT: NO ATTNRULE.PARM - 0800 START WITH "
                     "5 MINUTES' GRACE FOR EVERY SITE"
           END-IF.

      * ================================================================
      * LOAD-LEAVE-PARA
      * Only the work date's lines are kept.
      * ================================================================
       LOAD-LEAVE-PARA.
           OPEN INPUT LEAVTRAN.
           IF WS-TRAN-OK
             MOVE ' ' TO WS-TRAN-EOF
             READ LEAVTRAN INTO LEAVTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
             PERFORM UNTIL WS-TRAN-EOF = 'Y'
               IF LT-EMPID NUMERIC AND LT-DATE = WS-WORK-DATE
                   AND WS-LEAVE-COUNT < 2000
                 ADD 1 TO WS-LEAVE-COUNT
                 MOVE LT-EMPID TO WS-LEAVE-EMPID (WS-LEAVE-COUNT)
               END-IF
               READ LEAVTRAN INTO LEAVTRAN-REC
                    AT END MOVE 'Y' TO WS-TRAN-EOF
               END-READ
             END-PERFORM
             CLOSE LEAVTRAN
           END-IF.

      * ================================================================
      * LOAD-CALENDAR-PARA
      * Day 1 of the integer calendar was a Monday, so the
      * remainder walk lands 1 = Monday through 7 = Sunday.
      * ================================================================
       LOAD-CALENDAR-PARA.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           COMPUTE WS-DOW-WORK =
               FUNCTION MOD (WS-WORK-INT - 1, 7) + 1.
           IF WS-DOW-WORK > 5
             MOVE 'Y' TO WS-OFF-DAY-SW
           END-IF.
           OPEN INPUT CALFILE.
           IF WS-CAL-OK
             MOVE ' ' TO WS-CAL-EOF
             READ CALFILE INTO CALFILE-REC
                  AT END MOVE 'Y' TO WS-CAL-EOF
             END-READ
             PERFORM UNTIL WS-CAL-EOF = 'Y'
               IF CAL-TYPE = 'H' AND WS-HOLIDAY-COUNT < 50
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE CAL-DATE TO WS-HOLIDAY (WS-HOLIDAY-COUNT)
               END-IF
               READ CALFILE INTO CALFILE-REC
                    AT END MOVE 'Y' TO WS-CAL-EOF
               END-READ
             END-PERFORM
             CLOSE CALFILE
           END-IF.
           PERFORM PROBE-ONE-HOLIDAY-PARA
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT.

      * ================================================================
      * PROBE-ONE-HOLIDAY-PARA
      * ================================================================
       PROBE-ONE-HOLIDAY-PARA.
           IF WS-HOLIDAY (WS-CAL-IDX) = WS-WORK-DATE
             MOVE 'Y' TO WS-OFF-DAY-SW
           END-IF.

      * ================================================================
      * SELECT-EXCEPTION-PARA
      * SORT input procedure - one pass of the master, one random
      * read of the day's attendance per employee, and a released
      * record for every exception found.
      * ================================================================
       SELECT-EXCEPTION-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ATTNRPT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 'Y' TO WS-EMP-EOF
           ELSE
             MOVE ' ' TO WS-EMP-EOF
           END-IF.
           OPEN INPUT ATTEND.
           IF WS-EMP-EOF NOT = 'Y'
             READ EMPLOYEE
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             PERFORM CHECK-ONE-EMPLOYEE-PARA
             READ EMPLOYEE
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.
           CLOSE ATTEND.
           IF WS-EMP-OK
             CLOSE EMPLOYEE
           END-IF.

      * ================================================================
      * CHECK-ONE-EMPLOYEE-PARA
      * ================================================================
       CHECK-ONE-EMPLOYEE-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO AT-EMPID OF ATTEND-REC.
           MOVE WS-WORK-DATE TO AT-DATE OF ATTEND-REC.
           READ ATTEND
               INVALID KEY
                 IF EMP-ACTIVE OF EMPLOYEE-FILE
                     AND NOT WORK-DATE-IS-OFF-DAY
                   PERFORM CHECK-LEAVE-TAKEN-PARA
                   IF NOT LEAVE-WAS-TAKEN
                     MOVE 'NO-SHOW' TO SR-EXCEPTION
                     MOVE 'NO PUNCH AND NO LEAVE RECORDED'
                          TO SR-INFO
                     ADD 1 TO WS-NOSHOW-COUNT
                     PERFORM RELEASE-EXCEPTION-PARA
                   END-IF
                 END-IF
               NOT INVALID KEY
                 PERFORM CHECK-PUNCHES-PARA
           END-READ.

      * ================================================================
      * CHECK-PUNCHES-PARA
      * The employee swiped today - who they are decides what is
      * wrong with it.
      * ================================================================
       CHECK-PUNCHES-PARA.
           EVALUATE TRUE
             WHEN EMP-TERMINATED OF EMPLOYEE-FILE
               MOVE 'PUNCH WHILE TERMINATED' TO SR-EXCEPTION
               PERFORM PUNCH-INFO-PARA
               ADD 1 TO WS-TERMPUNCH-COUNT
               PERFORM RELEASE-EXCEPTION-PARA
             WHEN EMP-ON-LEAVE OF EMPLOYEE-FILE
               MOVE 'PUNCH WHILE ON LEAVE' TO SR-EXCEPTION
               PERFORM PUNCH-INFO-PARA
               ADD 1 TO WS-LEAVEPUNCH-COUNT
               PERFORM RELEASE-EXCEPTION-PARA
             WHEN EMP-RETIRED OF EMPLOYEE-FILE
               MOVE 'PUNCH WHILE RETIRED' TO SR-EXCEPTION
               PERFORM PUNCH-INFO-PARA
               ADD 1 TO WS-TERMPUNCH-COUNT
               PERFORM RELEASE-EXCEPTION-PARA
             WHEN OTHER
               PERFORM CHECK-ACTIVE-PUNCHES-PARA
           END-EVALUATE.

      * ================================================================
      * CHECK-ACTIVE-PUNCHES-PARA
      * ================================================================
       CHECK-ACTIVE-PUNCHES-PARA.
           IF AT-IN-COUNT OF ATTEND-REC = ZERO
             MOVE 'MISSING IN-PUNCH' TO SR-EXCEPTION
             PERFORM PUNCH-INFO-PARA
             ADD 1 TO WS-NOIN-COUNT
             PERFORM RELEASE-EXCEPTION-PARA
           ELSE
             PERFORM FIND-RULE-PARA
             MOVE AT-FIRST-IN OF ATTEND-REC TO WS-HHMM
             COMPUTE WS-IN-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
             IF WS-IN-MINS > WS-SCHED-MINS
               COMPUTE WS-LATE-MINS = WS-IN-MINS - WS-SCHED-MINS
               MOVE WS-LATE-MINS TO WS-LATE-ED
               MOVE 'LATE ARRIVAL' TO SR-EXCEPTION
               MOVE SPACES TO SR-INFO
               STRING 'IN ' DELIMITED BY SIZE
                      AT-FIRST-IN OF ATTEND-REC DELIMITED BY SIZE
                      ' START ' DELIMITED BY SIZE
                      WS-START-HHMM DELIMITED BY SIZE
                      ' LATE ' DELIMITED BY SIZE
                      WS-LATE-ED DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                      INTO SR-INFO
               END-STRING
               ADD 1 TO WS-LATE-COUNT
               PERFORM RELEASE-EXCEPTION-PARA
             END-IF
             IF AT-IN-COUNT OF ATTEND-REC
                 > AT-OUT-COUNT OF ATTEND-REC
               MOVE 'MISSING OUT-PUNCH' TO SR-EXCEPTION
               PERFORM PUNCH-INFO-PARA
               ADD 1 TO WS-NOOUT-COUNT
               PERFORM RELEASE-EXCEPTION-PARA
             END-IF
           END-IF.

      * ================================================================
      * FIND-RULE-PARA
      * The lateness line is the employee's home site's start plus
      * its grace, in minutes past midnight.
      * ================================================================
       FIND-RULE-PARA.
           MOVE ZERO TO WS-RULE-SLOT.
           PERFORM PROBE-ONE-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-RULE-SLOT > 0.
           IF WS-RULE-SLOT > 0
             MOVE WS-RULE-START (WS-RULE-SLOT) TO WS-START-HHMM
             MOVE WS-RULE-START (WS-RULE-SLOT) TO WS-HHMM
             COMPUTE WS-SCHED-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
                 + WS-RULE-GRACE (WS-RULE-SLOT)
           ELSE
             MOVE WS-DEFAULT-START TO WS-START-HHMM
             MOVE WS-DEFAULT-START TO WS-HHMM
             COMPUTE WS-SCHED-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
                 + WS-DEFAULT-GRACE
           END-IF.

      * ================================================================
      * PROBE-ONE-RULE-PARA
      * ================================================================
       PROBE-ONE-RULE-PARA.
           IF WS-RULE-SITE (WS-RULE-IDX) = EMPSITE OF EMPLOYEE-FILE
             MOVE WS-RULE-IDX TO WS-RULE-SLOT
           END-IF.

      * ================================================================
      * CHECK-LEAVE-TAKEN-PARA
      * ================================================================
       CHECK-LEAVE-TAKEN-PARA.
           MOVE 'N' TO WS-ON-LEAVE-SW.
           PERFORM PROBE-ONE-LEAVE-PARA
               VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
                  OR LEAVE-WAS-TAKEN.

      * ================================================================
      * PROBE-ONE-LEAVE-PARA
      * ================================================================
       PROBE-ONE-LEAVE-PARA.
           IF WS-LEAVE-EMPID (WS-LEAVE-IDX) = EMPID OF EMPLOYEE-FILE
             MOVE 'Y' TO WS-ON-LEAVE-SW
           END-IF.

      * ================================================================
      * PUNCH-INFO-PARA
      * ================================================================
       PUNCH-INFO-PARA.
           MOVE SPACES TO SR-INFO.
           STRING 'IN ' DELIMITED BY SIZE
                  AT-FIRST-IN OF ATTEND-REC DELIMITED BY SIZE
                  ' OUT ' DELIMITED BY SIZE
                  AT-LAST-OUT OF ATTEND-REC DELIMITED BY SIZE
                  ' CLOCK ' DELIMITED BY SIZE
                  AT-SITE OF ATTEND-REC DELIMITED BY SIZE
                  INTO SR-INFO
           END-STRING.

      * ================================================================
      * RELEASE-EXCEPTION-PARA
      * ================================================================
       RELEASE-EXCEPTION-PARA.
           MOVE EMPSITE OF EMPLOYEE-FILE TO SR-SITE.
           MOVE EMPDPT OF EMPLOYEE-FILE TO SR-DPT.
           MOVE EMPID OF EMPLOYEE-FILE TO SR-EMPID.
           MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM.
           MOVE EMPFNM OF EMPLOYEE-FILE TO SR-FNM.
           ADD 1 TO WS-EXCEPT-COUNT.
           RELEASE SORT-REC.

      * ================================================================
      * PROCESS-PARA
      * Department inside site, with a count of exceptions at each
      * break so a supervisor can find their own floor at a glance.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               MOVE SO-SITE TO WS-CUR-SITE
               MOVE SO-DPT TO WS-CUR-DEPT
               SET NOT-FIRST-RECORD TO TRUE
             ELSE
               IF SO-SITE NOT = WS-CUR-SITE
                 PERFORM WRITE-DEPT-TOTAL-PARA
                 PERFORM WRITE-SITE-TOTAL-PARA
                 MOVE SO-SITE TO WS-CUR-SITE
                 MOVE SO-DPT TO WS-CUR-DEPT
               ELSE
                 IF SO-DPT NOT = WS-CUR-DEPT
                   PERFORM WRITE-DEPT-TOTAL-PARA
                   MOVE SO-DPT TO WS-CUR-DEPT
                 END-IF
               END-IF
             END-IF

             MOVE SPACES TO RP-DETAIL
             MOVE SO-SITE TO RP-DETAIL (1:4)
             MOVE SO-DPT TO RP-DETAIL (6:4)
             MOVE SO-EMPID TO RP-DETAIL (11:5)
             MOVE SO-LNM TO RP-DETAIL (17:20)
             MOVE SO-FNM TO RP-DETAIL (38:12)
             MOVE SO-EXCEPTION TO RP-DETAIL (51:22)
             MOVE SO-INFO TO RP-DETAIL (74:30)
             PERFORM WRITE-REPORT-LINE-PARA
             ADD 1 TO WS-DEPT-COUNT
             ADD 1 TO WS-SITE-COUNT

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF WS-EXCEPT-COUNT > 0
             PERFORM WRITE-DEPT-TOTAL-PARA
             PERFORM WRITE-SITE-TOTAL-PARA
           END-IF.

      * ================================================================
      * WRITE-DEPT-TOTAL-PARA
      * ================================================================
       WRITE-DEPT-TOTAL-PARA.
           IF WS-DEPT-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING '  SITE ' DELIMITED BY SIZE
                    WS-CUR-SITE DELIMITED BY SIZE
                    ' DEPARTMENT ' DELIMITED BY SIZE
                    WS-CUR-DEPT DELIMITED BY SIZE
                    '  EXCEPTIONS ' DELIMITED BY SIZE
                    WS-DEPT-COUNT DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-DEPT-COUNT.

      * ================================================================
      * WRITE-SITE-TOTAL-PARA
      * ================================================================
       WRITE-SITE-TOTAL-PARA.
           IF WS-SITE-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING 'SITE ' DELIMITED BY SIZE
                    WS-CUR-SITE DELIMITED BY SIZE
                    ' TOTAL       EXCEPTIONS ' DELIMITED BY SIZE
                    WS-SITE-COUNT DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE ALL '-' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-SITE-COUNT.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE SPACES TO RP-DETAIL.
           STRING 'NO-SHOWS ' DELIMITED BY SIZE
                  WS-NOSHOW-COUNT DELIMITED BY SIZE
                  '  LATE ' DELIMITED BY SIZE
                  WS-LATE-COUNT DELIMITED BY SIZE
                  '  MISSING OUT ' DELIMITED BY SIZE
                  WS-NOOUT-COUNT DELIMITED BY SIZE
                  '  MISSING IN ' DELIMITED BY SIZE
                  WS-NOIN-COUNT DELIMITED BY SIZE
                  '  ON-LEAVE PUNCHES ' DELIMITED BY SIZE
                  WS-LEAVEPUNCH-COUNT DELIMITED BY SIZE
                  '  INACTIVE BADGE PUNCHES ' DELIMITED BY SIZE
                  WS-TERMPUNCH-COUNT DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "ATTNRPT: " WS-EXCEPT-COUNT " EXCEPTION(S) FOR "
                   WS-WORK-DATE ", " WS-TERMPUNCH-COUNT
                   " INACTIVE BADGE PUNCH(ES)".
           IF WS-TERMPUNCH-COUNT > 0
             MOVE 8 TO WS-ALERT-SEVERITY
             MOVE 'ATTNTERM' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING WS-TERMPUNCH-COUNT DELIMITED BY SIZE
                    ' TERMINATED/RETIRED BADGE(S) PUNCHED ON '
                    DELIMITED BY SIZE
                    WS-WORK-DATE DELIMITED BY SIZE
                    INTO WS-ALERT-MSG
             END-STRING
             PERFORM WRITE-ALERT-PARA
           END-IF.
           EVALUATE TRUE
             WHEN WS-TERMPUNCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
