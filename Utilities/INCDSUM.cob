      *================================================================
      * INCDSUM
      * Annual recordables summary from the safety incident file
      * (./incident.dat, copybooks/INCIDENT-REC.cob, maintained by
      * INCDMNT).  The year is the first command-line token (YYYY,
      * last year by default); an optional second token, after a
      * space, is the hours one full-time head works in a year
      * (2080 by default).
      *
      * Part one logs every incident dated in the year, with two
      * cross-checks:
      *
      *    - an incident carrying days away must show up as leave:
      *      taken leave on ./leavetran.dta for the injured EMPID
      *      inside the days-away window, or an EMP-ON-LEAVE status
      *      on the master.  Neither is flagged LOST DAYS NOT ON
      *      LEAVE RECORD;
      *    - the injured employee's certifications on
      *      ./skillmstr.dat as they stood on the incident date -
      *      no card, or a lapsed card, for the task certification
      *      the incident names; with none named, any card held
      *      that had lapsed by then.  Safety-critical codes
      *      (./skillref.dta) are marked SAFETY.
      *
      * Part two is the summary per EMPSITE and for the company:
      * average headcount and estimated hours worked, taken from
      * the months each employee was on the books in the year (hire
      * date to the status date of a leaver) times the full-time
      * hours, recordable cases by classification, days away and
      * restricted days (each capped at 180 a case), the case rates
      * per 200,000 hours - TRIR on all recordables, DART on death,
      * days-away and restricted cases - and recordables by injury
      * or illness type.  First-aid cases are counted but not
      * recordable.
      *
      * Output ./incdsum_YYYYMMDD.rpt.  RC 4 when any incident is
      * flagged, 8 when the incident file cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDSUM.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INCIDENT ASSIGN TO './incident.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IN-NUMBER OF INCIDENT-REC
              ALTERNATE RECORD KEY IS IN-EMPID OF INCIDENT-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-INCD-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SKILLMSTR ASSIGN TO './skillmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SKL-KEY OF SKILLMSTR-REC
              FILE STATUS IS WS-SKL-STATUS.
      *
              SELECT SKILLREF ASSIGN TO './skillref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SKILLREF-STATUS.
      *
              SELECT LEAVTRAN ASSIGN TO './leavetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEAVE-STATUS.
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
           FD INCIDENT.
           01 INCIDENT-REC.
              COPY "INCIDENT-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD SKILLMSTR.
           01 SKILLMSTR-REC.
              COPY "SKILL-REC.cob".
      *
           FD SKILLREF.
           01 SKILLREF-REC.
              COPY "SKILLREF-REC.cob".
      *
           FD LEAVTRAN.
           01 LEAVTRAN-REC.
              05 LT-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 LT-DATE      PIC        9(8).
              05 FILLER       PIC        X(1).
              05 LT-HOURS     PIC      9(3)V99.
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
           01 WS-INCD-EOF     PIC        A(1).
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-SKL-EOF      PIC        A(1).
           01 WS-REF-EOF      PIC        A(1).
           01 WS-LEAVE-EOF    PIC        A(1).
           01 WS-INCD-STATUS  PIC        X(2).
              88 WS-INCD-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-SKL-STATUS   PIC        X(2).
              88 WS-SKL-OK           VALUE '00'.
           01 WS-SKILLREF-STATUS PIC     X(2).
              88 WS-SKILLREF-OK      VALUE '00'.
           01 WS-LEAVE-STATUS PIC        X(2).
              88 WS-LEAVE-OK         VALUE '00'.
           01 WS-SKL-SW       PIC        X(1).
              88 SKILLS-AVAILABLE    VALUE 'Y'.
              88 SKILLS-UNAVAILABLE  VALUE 'N'.
           01 WS-LEAVE-SW     PIC        X(1).
              88 LEAVE-AVAILABLE     VALUE 'Y'.
              88 LEAVE-UNAVAILABLE   VALUE 'N'.
      *
      * Command line: the year, then optionally the full-time hours.
           01 WS-CMD-PARM.
              05 WS-YEAR-PARM    PIC     X(4).
              05 FILLER          PIC     X(1).
              05 WS-HOURS-PARM   PIC     X(4).
           01 WS-SUM-YEAR     PIC        9(4).
           01 WS-FTE-HOURS    PIC        9(4) VALUE 2080.
      *
           01 WS-TODAY.
              05 WS-TODAY-Y   PIC        9(4).
              05 FILLER       PIC        9(4).
           01 WS-DATE-ED      PIC        9999/99/99.
      *
      * Months on the books in the year, for the headcount pass.
           01 WS-FIRST-MONTH  PIC        9(2).
           01 WS-LAST-MONTH   PIC        9(2).
           01 WS-EMP-MONTHS   PIC        9(2).
      *
      * One entry per EMPSITE; the last entry carries the company
      * total.  The DART cases are death, days-away and restricted.
           01 WS-SITE-TBL.
              05 WS-SITE-ENTRY OCCURS 51 TIMES.
                 10 WS-SITE-CODE      PIC  X(4).
                 10 WS-SITE-MONTHS    PIC  9(7).
                 10 WS-SITE-DEATH     PIC  9(5).
                 10 WS-SITE-AWAY      PIC  9(5).
                 10 WS-SITE-RESTRICT  PIC  9(5).
                 10 WS-SITE-OTHER     PIC  9(5).
                 10 WS-SITE-FIRST-AID PIC  9(5).
                 10 WS-SITE-AWAY-DAYS PIC  9(7).
                 10 WS-SITE-RSTR-DAYS PIC  9(7).
                 10 WS-SITE-INJURY    PIC  9(5).
                 10 WS-SITE-SKIN      PIC  9(5).
                 10 WS-SITE-RESP      PIC  9(5).
                 10 WS-SITE-POISON    PIC  9(5).
                 10 WS-SITE-HEARING   PIC  9(5).
                 10 WS-SITE-ILLNESS   PIC  9(5).
           01 WS-SITE-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-SITE-IDX     PIC        9(2) VALUE ZERO.
           01 WS-SITE-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-TOTAL-SLOT   PIC        9(2) VALUE 51.
           01 WS-FIND-SITE    PIC        X(4).
           01 WS-SITE-FULL-SW PIC        X(1) VALUE 'N'.
              88 SITE-TABLE-FULL     VALUE 'Y'.
      *
      * The year's incidents with days away, and the leave days
      * found for each inside its window.
           01 WS-LOST-TBL.
              05 WS-LOST-ENTRY OCCURS 500 TIMES.
                 10 WS-LOST-NUMBER    PIC  X(8).
                 10 WS-LOST-EMPID     PIC  9(5).
                 10 WS-LOST-FROM      PIC  9(7).
                 10 WS-LOST-TO        PIC  9(7).
                 10 WS-LOST-LEAVE     PIC  9(3).
           01 WS-LOST-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-LOST-IDX     PIC        9(3) VALUE ZERO.
           01 WS-LOST-SLOT    PIC        9(3) VALUE ZERO.
           01 WS-LOST-OVER    PIC        9(5) VALUE ZERO.
           01 WS-LEAVE-DAY    PIC        9(7).
      *
      * The skill reference table, for names and the safety flag.
           01 WS-REF-TBL.
              05 WS-REF-ENTRY OCCURS 50 TIMES.
                 10 WS-REF-CODE       PIC  X(4).
                 10 WS-REF-NAME       PIC X(30).
                 10 WS-REF-SAFETY     PIC  X(1).
           01 WS-REF-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-REF-IDX      PIC        9(2) VALUE ZERO.
           01 WS-REF-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-FIND-SKILL   PIC        X(4).
      *
      * A card's standing on the incident date.
           01 WS-CERT-STATE   PIC        X(1).
              88 CERT-IS-HELD        VALUE 'H'.
              88 CERT-IS-MISSING     VALUE 'M'.
              88 CERT-IS-LAPSED      VALUE 'L'.
              88 CERT-NOT-YET-HELD   VALUE 'N'.
      *
      * Working fields for the rates.
           01 WS-CAPPED-DAYS  PIC        9(3).
           01 WS-EST-HOURS    PIC        9(9).
           01 WS-RECORDABLES  PIC        9(5).
           01 WS-DART-CASES   PIC        9(5).
           01 WS-RATE         PIC        9(3)V99.
           01 WS-AVG-HC       PIC        9(5)V9.
           01 WS-HC-ED        PIC        ZZZZ9.9.
           01 WS-HOURS-ED     PIC        ZZZZZZZZZ9.
           01 WS-COUNT-ED     PIC        ZZZ9.
           01 WS-RECD-ED      PIC        ZZZZ9.
           01 WS-DAYS-ED      PIC        ZZZZZ9.
           01 WS-RATE-ED      PIC        ZZ9.99.
      *
           01 WS-INCD-READ       PIC     9(5) VALUE ZERO.
           01 WS-YEAR-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-RECD-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-LOST-FLAG-COUNT PIC     9(5) VALUE ZERO.
           01 WS-CERT-FLAG-COUNT PIC     9(5) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'INCDSUM'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE SPACES TO WS-CMD-PARM.
           ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
           IF WS-YEAR-PARM NUMERIC AND WS-YEAR-PARM NOT = ZERO
             MOVE WS-YEAR-PARM TO WS-SUM-YEAR
           ELSE
             COMPUTE WS-SUM-YEAR = WS-TODAY-Y - 1
           END-IF.
           IF WS-HOURS-PARM NUMERIC AND WS-HOURS-PARM NOT = ZERO
             MOVE WS-HOURS-PARM TO WS-FTE-HOURS
           END-IF.
           OPEN INPUT INCIDENT.
           IF NOT WS-INCD-OK
             DISPLAY "INCDSUM: *** NO INCIDENT FILE - RUN INCDMNT "
                     "FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "INCDSUM: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE INCIDENT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT SKILLMSTR.
           IF WS-SKL-OK
             SET SKILLS-AVAILABLE TO TRUE
           ELSE
             SET SKILLS-UNAVAILABLE TO TRUE
             DISPLAY "INCDSUM: NO SKILLS FILE - CERTIFICATION "
                     "CHECK SKIPPED"
           END-IF.
           PERFORM LOAD-SKILLREF-PARA.
           INITIALIZE WS-SITE-TBL.
           MOVE 'ALL' TO WS-SITE-CODE (WS-TOTAL-SLOT).
           MOVE SPACES TO RP-FNAME.
           STRING './incdsum_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'INCDSUM - SAFETY INCIDENTS AND ANNUAL RECORDABLES'
                TO RP-TITLE.
           MOVE 'INCIDENT DATE       SITE EMPID NAME' TO RP-COLHDG.
           MOVE 'CL TY AWAY RSTR CERT DESCRIPTION' TO RP-COLHDG (53:32).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'INCIDENT YEAR: ' DELIMITED BY SIZE
                  WS-SUM-YEAR DELIMITED BY SIZE
                  '   FULL-TIME HOURS A YEAR: ' DELIMITED BY SIZE
                  WS-FTE-HOURS DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LOAD-SKILLREF-PARA
      * ================================================================
       LOAD-SKILLREF-PARA.
           OPEN INPUT SKILLREF.
           IF WS-SKILLREF-OK
             MOVE ' ' TO WS-REF-EOF
             READ SKILLREF INTO SKILLREF-REC
                  AT END MOVE 'Y' TO WS-REF-EOF
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-REF-COUNT >= 50
               IF SKILL-CODE NOT = SPACES
                 ADD 1 TO WS-REF-COUNT
                 MOVE SKILL-CODE TO WS-REF-CODE (WS-REF-COUNT)
                 MOVE SKILL-NAME TO WS-REF-NAME (WS-REF-COUNT)
                 MOVE SKILL-SAFETY
                      TO WS-REF-SAFETY (WS-REF-COUNT)
               END-IF
               READ SKILLREF INTO SKILLREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE SKILLREF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Headcount months by site, the lost-day incidents and their
      * leave, then the incident log and the site summary.
      * ================================================================
       PROCESS-PARA.
           PERFORM COUNT-HEADCOUNT-PARA.
           PERFORM COLLECT-LOST-DAYS-PARA.
           PERFORM MATCH-LEAVE-PARA.
           PERFORM LIST-INCIDENTS-PARA.
           PERFORM WRITE-SUMMARY-PARA.

      * ================================================================
      * COUNT-HEADCOUNT-PARA
      * One pass of the master: the months each employee was on the
      * books in the year, from the hire month (or January) to the
      * month a leaver's status date falls in (or December).
      * ================================================================
       COUNT-HEADCOUNT-PARA.
           MOVE ZERO TO EMPID OF EMPLOYEE-FILE.
           MOVE ' ' TO WS-EMP-EOF.
           START EMPLOYEE KEY >= EMPID OF EMPLOYEE-FILE
               INVALID KEY MOVE 'Y' TO WS-EMP-EOF
           END-START.
           IF WS-EMP-EOF NOT = 'Y'
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             PERFORM COUNT-ONE-EMPLOYEE-PARA
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * COUNT-ONE-EMPLOYEE-PARA
      * ================================================================
       COUNT-ONE-EMPLOYEE-PARA.
           MOVE ZERO TO WS-EMP-MONTHS.
           IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTY OF EMPLOYEE-FILE NOT > WS-SUM-YEAR
             IF EMPHDTY OF EMPLOYEE-FILE < WS-SUM-YEAR
               MOVE 1 TO WS-FIRST-MONTH
             ELSE
               MOVE EMPHDTM OF EMPLOYEE-FILE TO WS-FIRST-MONTH
             END-IF
             MOVE 12 TO WS-LAST-MONTH
             IF EMP-TERMINATED OF EMPLOYEE-FILE
                 OR EMP-RETIRED OF EMPLOYEE-FILE
               IF EMPSTDT OF EMPLOYEE-FILE NOT NUMERIC
                   OR EMPSTDT OF EMPLOYEE-FILE (1:4) < WS-SUM-YEAR
                 MOVE ZERO TO WS-LAST-MONTH
               ELSE
                 IF EMPSTDT OF EMPLOYEE-FILE (1:4) = WS-SUM-YEAR
                   MOVE EMPSTDT OF EMPLOYEE-FILE (5:2)
                        TO WS-LAST-MONTH
                 END-IF
               END-IF
             END-IF
             IF WS-LAST-MONTH >= WS-FIRST-MONTH
               COMPUTE WS-EMP-MONTHS =
                   WS-LAST-MONTH - WS-FIRST-MONTH + 1
             END-IF
           END-IF.
           IF WS-EMP-MONTHS > 0
             MOVE EMPSITE OF EMPLOYEE-FILE TO WS-FIND-SITE
             PERFORM LOOKUP-SITE-PARA
             IF WS-SITE-SLOT > 0
               ADD WS-EMP-MONTHS TO WS-SITE-MONTHS (WS-SITE-SLOT)
             END-IF
             ADD WS-EMP-MONTHS TO WS-SITE-MONTHS (WS-TOTAL-SLOT)
           END-IF.

      * ================================================================
      * LOOKUP-SITE-PARA
      * The site's entry, added on first sight while there is room.
      * ================================================================
       LOOKUP-SITE-PARA.
           MOVE ZERO TO WS-SITE-SLOT.
           PERFORM FIND-SITE-PARA
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
                  OR WS-SITE-SLOT > 0.
           IF WS-SITE-SLOT = ZERO
             IF WS-SITE-COUNT < 50
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-FIND-SITE TO WS-SITE-CODE (WS-SITE-COUNT)
               MOVE WS-SITE-COUNT TO WS-SITE-SLOT
             ELSE
               IF NOT SITE-TABLE-FULL
                 SET SITE-TABLE-FULL TO TRUE
                 DISPLAY "INCDSUM: MORE THAN 50 SITES - LATER SITES "
                         "IN COMPANY TOTAL ONLY"
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * FIND-SITE-PARA
      * ================================================================
       FIND-SITE-PARA.
           IF WS-SITE-CODE (WS-SITE-IDX) = WS-FIND-SITE
             MOVE WS-SITE-IDX TO WS-SITE-SLOT
           END-IF.

      * ================================================================
      * COLLECT-LOST-DAYS-PARA
      * The year's incidents with days away, each with its window -
      * the day after the incident through the last day away.
      * ================================================================
       COLLECT-LOST-DAYS-PARA.
           MOVE ' ' TO WS-INCD-EOF.
           READ INCIDENT NEXT RECORD
                AT END MOVE 'Y' TO WS-INCD-EOF
           END-READ.
           PERFORM UNTIL WS-INCD-EOF = 'Y'
             IF IN-DATE OF INCIDENT-REC (1:4) = WS-SUM-YEAR
                 AND IN-DAYS-AWAY OF INCIDENT-REC > ZERO
                 AND FUNCTION TEST-DATE-YYYYMMDD
                     (IN-DATE OF INCIDENT-REC) = 0
               IF WS-LOST-COUNT < 500
                 ADD 1 TO WS-LOST-COUNT
                 MOVE IN-NUMBER OF INCIDENT-REC
                      TO WS-LOST-NUMBER (WS-LOST-COUNT)
                 MOVE IN-EMPID OF INCIDENT-REC
                      TO WS-LOST-EMPID (WS-LOST-COUNT)
                 COMPUTE WS-LOST-FROM (WS-LOST-COUNT) =
                     FUNCTION INTEGER-OF-DATE (IN-DATE OF INCIDENT-REC)
                     + 1
                 COMPUTE WS-LOST-TO (WS-LOST-COUNT) =
                     WS-LOST-FROM (WS-LOST-COUNT)
                     + IN-DAYS-AWAY OF INCIDENT-REC - 1
                 MOVE ZERO TO WS-LOST-LEAVE (WS-LOST-COUNT)
               ELSE
                 ADD 1 TO WS-LOST-OVER
               END-IF
             END-IF
             READ INCIDENT NEXT RECORD
                  AT END MOVE 'Y' TO WS-INCD-EOF
             END-READ
           END-PERFORM.
           CLOSE INCIDENT.
           IF WS-LOST-OVER > 0
             DISPLAY "INCDSUM: " WS-LOST-OVER " LOST-DAY INCIDENT(S) "
                     "OVER 500 - LEAVE CHECK ON STATUS ONLY"
           END-IF.

      * ================================================================
      * MATCH-LEAVE-PARA
      * Each taken-leave day counts against every lost-day window
      * of the same employee it falls inside.
      * ================================================================
       MATCH-LEAVE-PARA.
           SET LEAVE-UNAVAILABLE TO TRUE.
           OPEN INPUT LEAVTRAN.
           IF WS-LEAVE-OK
             SET LEAVE-AVAILABLE TO TRUE
             MOVE ' ' TO WS-LEAVE-EOF
             READ LEAVTRAN
                  AT END MOVE 'Y' TO WS-LEAVE-EOF
             END-READ
             PERFORM UNTIL WS-LEAVE-EOF = 'Y'
               IF WS-LOST-COUNT > 0
                   AND LT-DATE NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD (LT-DATE) = 0
                 COMPUTE WS-LEAVE-DAY =
                     FUNCTION INTEGER-OF-DATE (LT-DATE)
                 PERFORM MATCH-ONE-LEAVE-PARA
                     VARYING WS-LOST-IDX FROM 1 BY 1
                     UNTIL WS-LOST-IDX > WS-LOST-COUNT
               END-IF
               READ LEAVTRAN
                    AT END MOVE 'Y' TO WS-LEAVE-EOF
               END-READ
             END-PERFORM
             CLOSE LEAVTRAN
           ELSE
             DISPLAY "INCDSUM: NO LEAVETRAN.DTA - LOST DAYS CHECKED "
                     "ON STATUS ONLY"
           END-IF.

      * ================================================================
      * MATCH-ONE-LEAVE-PARA
      * ================================================================
       MATCH-ONE-LEAVE-PARA.
           IF WS-LOST-EMPID (WS-LOST-IDX) = LT-EMPID
               AND WS-LEAVE-DAY >= WS-LOST-FROM (WS-LOST-IDX)
               AND WS-LEAVE-DAY <= WS-LOST-TO (WS-LOST-IDX)
               AND WS-LOST-LEAVE (WS-LOST-IDX) < 999
             ADD 1 TO WS-LOST-LEAVE (WS-LOST-IDX)
           END-IF.

      * ================================================================
      * LIST-INCIDENTS-PARA
      * ================================================================
       LIST-INCIDENTS-PARA.
           OPEN INPUT INCIDENT.
           MOVE ' ' TO WS-INCD-EOF.
           READ INCIDENT NEXT RECORD
                AT END MOVE 'Y' TO WS-INCD-EOF
           END-READ.
           PERFORM UNTIL WS-INCD-EOF = 'Y'
             ADD 1 TO WS-INCD-READ
             IF IN-DATE OF INCIDENT-REC (1:4) = WS-SUM-YEAR
               ADD 1 TO WS-YEAR-COUNT
               PERFORM REPORT-ONE-INCIDENT-PARA
               PERFORM TALLY-ONE-INCIDENT-PARA
             END-IF
             READ INCIDENT NEXT RECORD
                  AT END MOVE 'Y' TO WS-INCD-EOF
             END-READ
           END-PERFORM.
           CLOSE INCIDENT.

      * ================================================================
      * REPORT-ONE-INCIDENT-PARA
      * The incident line, then the leave and certification checks.
      * ================================================================
       REPORT-ONE-INCIDENT-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE IN-NUMBER OF INCIDENT-REC TO RP-DETAIL (1:8).
           MOVE IN-DATE OF INCIDENT-REC TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (10:10).
           MOVE IN-SITE OF INCIDENT-REC TO RP-DETAIL (21:4).
           MOVE IN-EMPID OF INCIDENT-REC TO RP-DETAIL (26:5).
           MOVE IN-EMPID OF INCIDENT-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON EMPLOYEE MASTER)' TO RP-DETAIL (32:20)
                 MOVE SPACE TO EMPSTAT OF EMPLOYEE-FILE
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE (1:20)
                      TO RP-DETAIL (32:20)
           END-READ.
           MOVE IN-CLASS OF INCIDENT-REC TO RP-DETAIL (53:1).
           MOVE IN-TYPE OF INCIDENT-REC TO RP-DETAIL (56:1).
           MOVE IN-DAYS-AWAY OF INCIDENT-REC TO RP-DETAIL (59:3).
           MOVE IN-RESTRICT-DAYS OF INCIDENT-REC TO RP-DETAIL (64:3).
           MOVE IN-TASK-CERT OF INCIDENT-REC TO RP-DETAIL (68:4).
           MOVE IN-DESC OF INCIDENT-REC TO RP-DETAIL (73:30).
           PERFORM WRITE-REPORT-LINE-PARA.
           IF IN-DAYS-AWAY OF INCIDENT-REC > ZERO
             PERFORM CHECK-LOST-DAYS-PARA
           END-IF.
           IF SKILLS-AVAILABLE
             IF IN-TASK-CERT OF INCIDENT-REC NOT = SPACES
               PERFORM CHECK-TASK-CERT-PARA
             ELSE
               PERFORM CHECK-HELD-CERTS-PARA
             END-IF
           END-IF.

      * ================================================================
      * CHECK-LOST-DAYS-PARA
      * Leave taken inside the window, or the employee carried on
      * leave, accounts for the days away; neither is a flag.
      * ================================================================
       CHECK-LOST-DAYS-PARA.
           MOVE ZERO TO WS-LOST-SLOT.
           PERFORM FIND-LOST-PARA
               VARYING WS-LOST-IDX FROM 1 BY 1
               UNTIL WS-LOST-IDX > WS-LOST-COUNT
                  OR WS-LOST-SLOT > 0.
           MOVE SPACES TO RP-DETAIL.
           IF WS-LOST-SLOT > 0 AND LEAVE-AVAILABLE
             MOVE 'LEAVE DAYS POSTED IN WINDOW:' TO RP-DETAIL (32:28)
             MOVE WS-LOST-LEAVE (WS-LOST-SLOT) TO RP-DETAIL (61:3)
           END-IF.
           IF EMP-ON-LEAVE OF EMPLOYEE-FILE
             MOVE 'STATUS ON LEAVE' TO RP-DETAIL (66:15)
           END-IF.
           IF NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
               AND (WS-LOST-SLOT = ZERO
                    OR WS-LOST-LEAVE (WS-LOST-SLOT) = ZERO)
             MOVE '*** LOST DAYS NOT ON LEAVE RECORD ***'
                  TO RP-DETAIL (66:37)
             ADD 1 TO WS-LOST-FLAG-COUNT
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * FIND-LOST-PARA
      * ================================================================
       FIND-LOST-PARA.
           IF WS-LOST-NUMBER (WS-LOST-IDX) = IN-NUMBER OF INCIDENT-REC
             MOVE WS-LOST-IDX TO WS-LOST-SLOT
           END-IF.

      * ================================================================
      * CHECK-TASK-CERT-PARA
      * The card for the certification the task required, as it
      * stood on the incident date.
      * ================================================================
       CHECK-TASK-CERT-PARA.
           SET CERT-IS-HELD TO TRUE.
           MOVE IN-EMPID OF INCIDENT-REC TO SKL-EMPID OF SKILLMSTR-REC.
           MOVE IN-TASK-CERT OF INCIDENT-REC
                TO SKL-CODE OF SKILLMSTR-REC.
           READ SKILLMSTR
               INVALID KEY
                 SET CERT-IS-MISSING TO TRUE
               NOT INVALID KEY
                 PERFORM TEST-ONE-CARD-PARA
           END-READ.
           IF NOT CERT-IS-HELD
             MOVE SPACES TO RP-DETAIL
             EVALUATE TRUE
               WHEN CERT-IS-MISSING
                 MOVE '*** NO CARD FOR TASK CERT' TO RP-DETAIL (32:25)
               WHEN CERT-NOT-YET-HELD
                 MOVE '*** TASK CERT NOT YET HELD'
                      TO RP-DETAIL (32:26)
               WHEN OTHER
                 MOVE '*** TASK CERT LAPSED' TO RP-DETAIL (32:20)
             END-EVALUATE
             MOVE IN-TASK-CERT OF INCIDENT-REC TO WS-FIND-SKILL
             PERFORM WRITE-CERT-FLAG-PARA
           END-IF.

      * ================================================================
      * CHECK-HELD-CERTS-PARA
      * No task certification named - every card the employee holds
      * that had lapsed by the incident date.
      * ================================================================
       CHECK-HELD-CERTS-PARA.
           MOVE IN-EMPID OF INCIDENT-REC TO SKL-EMPID OF SKILLMSTR-REC.
           MOVE LOW-VALUES TO SKL-CODE OF SKILLMSTR-REC.
           MOVE ' ' TO WS-SKL-EOF.
           START SKILLMSTR KEY >= SKL-KEY OF SKILLMSTR-REC
               INVALID KEY MOVE 'Y' TO WS-SKL-EOF
           END-START.
           IF WS-SKL-EOF NOT = 'Y'
             READ SKILLMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-SKL-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-SKL-EOF = 'Y'
               OR SKL-EMPID OF SKILLMSTR-REC
                  NOT = IN-EMPID OF INCIDENT-REC
             PERFORM TEST-ONE-CARD-PARA
             IF CERT-IS-LAPSED
               MOVE SPACES TO RP-DETAIL
               MOVE '*** CERT LAPSED' TO RP-DETAIL (32:15)
               MOVE SKL-CODE OF SKILLMSTR-REC TO WS-FIND-SKILL
               PERFORM WRITE-CERT-FLAG-PARA
             END-IF
             READ SKILLMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-SKL-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * TEST-ONE-CARD-PARA
      * A card certified after the incident was not yet held; one
      * whose expiry fell before it had lapsed.
      * ================================================================
       TEST-ONE-CARD-PARA.
           SET CERT-IS-HELD TO TRUE.
           IF SKL-CERT-DATE OF SKILLMSTR-REC > IN-DATE OF INCIDENT-REC
             SET CERT-NOT-YET-HELD TO TRUE
           ELSE
             IF SKL-EXPIRE-DATE OF SKILLMSTR-REC NOT = ZERO
                 AND SKL-EXPIRE-DATE OF SKILLMSTR-REC
                     < IN-DATE OF INCIDENT-REC
               SET CERT-IS-LAPSED TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * WRITE-CERT-FLAG-PARA
      * The code, its name, the expiry when lapsed, and the safety
      * mark, on the flag line already started in RP-DETAIL.
      * ================================================================
       WRITE-CERT-FLAG-PARA.
           ADD 1 TO WS-CERT-FLAG-COUNT.
           MOVE WS-FIND-SKILL TO RP-DETAIL (59:4).
           PERFORM LOOKUP-SKILL-PARA.
           IF WS-REF-SLOT > 0
             MOVE WS-REF-NAME (WS-REF-SLOT) TO RP-DETAIL (64:30)
           END-IF.
           IF CERT-IS-LAPSED
             MOVE SKL-EXPIRE-DATE OF SKILLMSTR-REC TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (95:10)
           END-IF.
           IF WS-REF-SLOT > 0
             IF WS-REF-SAFETY (WS-REF-SLOT) = 'Y'
               MOVE '*** SAFETY ***' TO RP-DETAIL (106:14)
             END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LOOKUP-SKILL-PARA
      * ================================================================
       LOOKUP-SKILL-PARA.
           MOVE ZERO TO WS-REF-SLOT.
           PERFORM FIND-REF-PARA
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR WS-REF-SLOT > 0.

      * ================================================================
      * FIND-REF-PARA
      * ================================================================
       FIND-REF-PARA.
           IF WS-REF-CODE (WS-REF-IDX) = WS-FIND-SKILL
             MOVE WS-REF-IDX TO WS-REF-SLOT
           END-IF.

      * ================================================================
      * TALLY-ONE-INCIDENT-PARA
      * Into the incident's site and the company total.
      * ================================================================
       TALLY-ONE-INCIDENT-PARA.
           IF IN-IS-RECORDABLE OF INCIDENT-REC
             ADD 1 TO WS-RECD-COUNT
           END-IF.
           MOVE IN-SITE OF INCIDENT-REC TO WS-FIND-SITE.
           PERFORM LOOKUP-SITE-PARA.
           IF WS-SITE-SLOT > 0
             PERFORM TALLY-INTO-SLOT-PARA
           END-IF.
           MOVE WS-TOTAL-SLOT TO WS-SITE-SLOT.
           PERFORM TALLY-INTO-SLOT-PARA.

      * ================================================================
      * TALLY-INTO-SLOT-PARA
      * ================================================================
       TALLY-INTO-SLOT-PARA.
           EVALUATE TRUE
             WHEN IN-IS-DEATH OF INCIDENT-REC
               ADD 1 TO WS-SITE-DEATH (WS-SITE-SLOT)
             WHEN IN-IS-DAYS-AWAY OF INCIDENT-REC
               ADD 1 TO WS-SITE-AWAY (WS-SITE-SLOT)
             WHEN IN-IS-RESTRICTED OF INCIDENT-REC
               ADD 1 TO WS-SITE-RESTRICT (WS-SITE-SLOT)
             WHEN IN-IS-OTHER-RECORDABLE OF INCIDENT-REC
               ADD 1 TO WS-SITE-OTHER (WS-SITE-SLOT)
             WHEN OTHER
               ADD 1 TO WS-SITE-FIRST-AID (WS-SITE-SLOT)
           END-EVALUATE.
           IF IN-IS-RECORDABLE OF INCIDENT-REC
             MOVE IN-DAYS-AWAY OF INCIDENT-REC TO WS-CAPPED-DAYS
             IF WS-CAPPED-DAYS > 180
               MOVE 180 TO WS-CAPPED-DAYS
             END-IF
             ADD WS-CAPPED-DAYS TO WS-SITE-AWAY-DAYS (WS-SITE-SLOT)
             MOVE IN-RESTRICT-DAYS OF INCIDENT-REC TO WS-CAPPED-DAYS
             IF WS-CAPPED-DAYS > 180
               MOVE 180 TO WS-CAPPED-DAYS
             END-IF
             ADD WS-CAPPED-DAYS TO WS-SITE-RSTR-DAYS (WS-SITE-SLOT)
             EVALUATE TRUE
               WHEN IN-IS-INJURY OF INCIDENT-REC
                 ADD 1 TO WS-SITE-INJURY (WS-SITE-SLOT)
               WHEN IN-IS-SKIN OF INCIDENT-REC
                 ADD 1 TO WS-SITE-SKIN (WS-SITE-SLOT)
               WHEN IN-IS-RESPIRATORY OF INCIDENT-REC
                 ADD 1 TO WS-SITE-RESP (WS-SITE-SLOT)
               WHEN IN-IS-POISONING OF INCIDENT-REC
                 ADD 1 TO WS-SITE-POISON (WS-SITE-SLOT)
               WHEN IN-IS-HEARING OF INCIDENT-REC
                 ADD 1 TO WS-SITE-HEARING (WS-SITE-SLOT)
               WHEN OTHER
                 ADD 1 TO WS-SITE-ILLNESS (WS-SITE-SLOT)
             END-EVALUATE
           END-IF.

      * ================================================================
      * WRITE-SUMMARY-PARA
      * A new page with the summary headings, one line per site,
      * then the company total.
      * ================================================================
       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RP-COLHDG.
           MOVE 'SITE   AVG HC  EST HOURS  RECD  DTH AWAY RSTR OTHR'
                TO RP-COLHDG (1:51).
           MOVE '1AID DAYS-A DAYS-R   TRIR   DART'
                TO RP-COLHDG (53:32).
           MOVE ' INJ  SKN  RSP  PSN  HRG  ILL'
                TO RP-COLHDG (85:29).
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           PERFORM WRITE-SITE-LINE-PARA
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-TOTAL-SLOT TO WS-SITE-IDX.
           PERFORM WRITE-SITE-LINE-PARA.

      * ================================================================
      * WRITE-SITE-LINE-PARA
      * Hours are the site's headcount months at a twelfth of the
      * full-time year; rates are per 200,000 hours.
      * ================================================================
       WRITE-SITE-LINE-PARA.
           COMPUTE WS-AVG-HC ROUNDED =
               WS-SITE-MONTHS (WS-SITE-IDX) / 12.
           COMPUTE WS-EST-HOURS ROUNDED =
               WS-SITE-MONTHS (WS-SITE-IDX) * WS-FTE-HOURS / 12.
           COMPUTE WS-DART-CASES = WS-SITE-DEATH (WS-SITE-IDX)
               + WS-SITE-AWAY (WS-SITE-IDX)
               + WS-SITE-RESTRICT (WS-SITE-IDX).
           COMPUTE WS-RECORDABLES = WS-DART-CASES
               + WS-SITE-OTHER (WS-SITE-IDX).
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-SITE-CODE (WS-SITE-IDX) TO RP-DETAIL (1:4).
           MOVE WS-AVG-HC TO WS-HC-ED.
           MOVE WS-HC-ED TO RP-DETAIL (7:7).
           MOVE WS-EST-HOURS TO WS-HOURS-ED.
           MOVE WS-HOURS-ED TO RP-DETAIL (15:10).
           MOVE WS-RECORDABLES TO WS-RECD-ED.
           MOVE WS-RECD-ED TO RP-DETAIL (26:5).
           MOVE WS-SITE-DEATH (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (32:4).
           MOVE WS-SITE-AWAY (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (37:4).
           MOVE WS-SITE-RESTRICT (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (42:4).
           MOVE WS-SITE-OTHER (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (47:4).
           MOVE WS-SITE-FIRST-AID (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (53:4).
           MOVE WS-SITE-AWAY-DAYS (WS-SITE-IDX) TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO RP-DETAIL (58:6).
           MOVE WS-SITE-RSTR-DAYS (WS-SITE-IDX) TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO RP-DETAIL (65:6).
           IF WS-EST-HOURS > ZERO
             COMPUTE WS-RATE ROUNDED =
                 WS-RECORDABLES * 200000 / WS-EST-HOURS
             MOVE WS-RATE TO WS-RATE-ED
             MOVE WS-RATE-ED TO RP-DETAIL (72:6)
             COMPUTE WS-RATE ROUNDED =
                 WS-DART-CASES * 200000 / WS-EST-HOURS
             MOVE WS-RATE TO WS-RATE-ED
             MOVE WS-RATE-ED TO RP-DETAIL (79:6)
           ELSE
             MOVE 'N/A' TO RP-DETAIL (75:3)
             MOVE 'N/A' TO RP-DETAIL (82:3)
           END-IF.
           MOVE WS-SITE-INJURY (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (86:4).
           MOVE WS-SITE-SKIN (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (91:4).
           MOVE WS-SITE-RESP (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (96:4).
           MOVE WS-SITE-POISON (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (101:4).
           MOVE WS-SITE-HEARING (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (106:4).
           MOVE WS-SITE-ILLNESS (WS-SITE-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (111:4).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-YEAR-COUNT DELIMITED BY SIZE
                  ' INCIDENT(S) IN YEAR, ' DELIMITED BY SIZE
                  WS-RECD-COUNT DELIMITED BY SIZE
                  ' RECORDABLE, ' DELIMITED BY SIZE
                  WS-LOST-FLAG-COUNT DELIMITED BY SIZE
                  ' LOST-DAY FLAG(S), ' DELIMITED BY SIZE
                  WS-CERT-FLAG-COUNT DELIMITED BY SIZE
                  ' CERTIFICATION FLAG(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE EMPLOYEE.
           IF SKILLS-AVAILABLE
             CLOSE SKILLMSTR
           END-IF.
           DISPLAY "INCDSUM: " WS-SUM-YEAR " - " WS-YEAR-COUNT
                   " INCIDENT(S), " WS-RECD-COUNT " RECORDABLE, "
                   WS-LOST-FLAG-COUNT " LOST-DAY FLAG(S), "
                   WS-CERT-FLAG-COUNT " CERT FLAG(S)".
           MOVE WS-INCD-READ TO WS-RUNLOG-READ-TOTAL.
           COMPUTE WS-RUNLOG-REJECT-TOTAL =
               WS-LOST-FLAG-COUNT + WS-CERT-FLAG-COUNT.
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
