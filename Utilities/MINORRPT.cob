      *================================================================
      * MINORRPT
      * Weekly minor-employee report.  Walks the employee master for
      * everyone ACTIVE or ON LEAVE, ages them on the week-ending
      * date (first command-line token, YYYYMMDD, default today)
      * and lists, in three sections:
      *
      *    WORK PERMITS    a minor with no permit on ./wkpermit.dat
      *                    (copybooks/WKPERMIT-REC.cob, maintained
      *                    by WKPMMNT), a permit already expired,
      *                    or one expiring inside the look-ahead
      *                    window - soonest expiry first
      *    HOURS           a minor whose punches (./attend.dat,
      *                    loaded by PUNCHLD) for the seven days
      *                    ending on the week-ending date exceed
      *                    the permit's daily limit on any day or
      *                    its weekly limit over the week - a
      *                    permit without limits of its own, or no
      *                    permit at all, is held to 8 a day and
      *                    40 a week
      *    TURNING 18      a minor whose 18th birthday falls inside
      *                    the window, and anyone already 18 who
      *                    still has a permit on file - their hours
      *                    restrictions can be lifted and the
      *                    permit deleted
      *
      * The look-ahead window is the second command-line token in
      * days (default 30).  Output: ./minorrpt_YYYYMMDD.rpt through
      * the shared print-file writer.  RC 4 when anything is listed,
      * 8 when the master cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORRPT.
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
              SELECT WKPERMIT ASSIGN TO './wkpermit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WP-EMPID OF WKPERMIT-REC
              FILE STATUS IS WS-PERMIT-STATUS.
      *
              SELECT ATTEND ASSIGN TO './attend.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AT-KEY OF ATTEND-REC
              FILE STATUS IS WS-ATT-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './minorsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
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
           FD WKPERMIT.
           01 WKPERMIT-REC.
              COPY "WKPERMIT-REC.cob".
      *
           FD ATTEND.
           01 ATTEND-REC.
              COPY "ATTEND-REC.cob".
      *
      * One sort record per finding - section 1 permits, 2 hours,
      * 3 turning 18 - ordered by the date that matters to it.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-SECTION   PIC        9(1).
              05 SR-KEY-DATE  PIC        9(8).
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-FNM       PIC       X(12).
              05 SR-SITE      PIC        X(4).
              05 SR-FINDING   PIC       X(30).
              05 SR-INFO      PIC       X(40).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-SECTION   PIC        9(1).
              05 SO-KEY-DATE  PIC        9(8).
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-FNM       PIC       X(12).
              05 SO-SITE      PIC        X(4).
              05 SO-FINDING   PIC       X(30).
              05 SO-INFO      PIC       X(40).
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
           01 WS-EOF          PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-PERMIT-STATUS PIC       X(2).
              88 WS-PERMIT-OK        VALUE '00'.
           01 WS-ATT-STATUS   PIC        X(2).
              88 WS-ATT-OK           VALUE '00'.
      *
      * Either companion file may not exist yet at a site - with
      * no permit file every minor is listed as lacking one, and
      * with no attendance store the hours check stands down.
           01 WS-PERMIT-FILE-SW PIC      X(1).
              88 PERMITS-AVAILABLE     VALUE 'Y'.
              88 PERMITS-UNAVAILABLE   VALUE 'N'.
           01 WS-ATT-FILE-SW  PIC        X(1).
              88 PUNCHES-AVAILABLE     VALUE 'Y'.
              88 PUNCHES-UNAVAILABLE   VALUE 'N'.
      *
           01 WS-CMDLINE      PIC       X(40).
           01 WS-WEEK-PARM    PIC        X(8).
           01 WS-WINDOW-PARM  PIC        X(3).
           01 WS-WINDOW-LEN   PIC        9(2).
           01 WS-WEEK-END     PIC        9(8).
           01 WS-WEEK-END-INT PIC        9(7).
           01 WS-WEEK-START-INT PIC      9(7).
           01 WS-WINDOW-DAYS  PIC        9(3) VALUE 030.
           01 WS-WINDOW-END   PIC        9(8).
           01 WS-WINDOW-END-INT PIC      9(7).
      *
      * The permit found for the current employee, if any.
           01 WS-HAS-PERMIT-SW PIC       X(1).
              88 EMP-HAS-PERMIT        VALUE 'Y'.
              88 EMP-HAS-NO-PERMIT     VALUE 'N'.
      *
      * The hours limits in force and the week's punches.
           01 WS-DAY-LIMIT    PIC        9(2).
           01 WS-WEEK-LIMIT   PIC        9(2).
           01 WS-DAY-LIMIT-MINS PIC      9(4).
           01 WS-WEEK-LIMIT-MINS PIC     9(5).
           01 WS-WEEK-MINS    PIC        9(5).
           01 WS-DAY-INT      PIC        9(7).
           01 WS-DAY-OFFSET   PIC        9(1).
           01 WS-HOURS        PIC      9(3)V9.
           01 WS-HOURS-ED     PIC        ZZ9.9.
           01 WS-LIMIT-ED     PIC          Z9.
      *
      * The 18th birthday, Feb 29 falling back to Feb 28 in a
      * common year the way CALCULATE-AGE-PARA counts it.
           01 WS-BDAY18.
              05 WS-BDAY18-Y  PIC        9(4).
              05 WS-BDAY18-M  PIC        9(2).
              05 WS-BDAY18-D  PIC        9(2).
           01 WS-BDAY18-NUM REDEFINES WS-BDAY18 PIC 9(8).
      *
           01 WS-CUR-SECTION  PIC        9(1) VALUE ZERO.
           01 WS-EMP-READ     PIC        9(7) VALUE ZERO.
           01 WS-MINOR-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-PERMIT-FLAGS PIC        9(5) VALUE ZERO.
           01 WS-HOURS-FLAGS  PIC        9(5) VALUE ZERO.
           01 WS-AGE18-FLAGS  PIC        9(5) VALUE ZERO.
           01 WS-FLAG-TOTAL   PIC        9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'MINORRPT'.
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
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-WEEK-PARM WS-WINDOW-PARM.
           MOVE ZERO TO WS-WINDOW-LEN.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-WEEK-PARM
                    WS-WINDOW-PARM COUNT IN WS-WINDOW-LEN
           END-UNSTRING.
           IF WS-WEEK-PARM IS NUMERIC AND WS-WEEK-PARM NOT = ZERO
             MOVE WS-WEEK-PARM TO WS-WEEK-END
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-WEEK-END
           END-IF.
           IF WS-WINDOW-LEN > 0 AND WS-WINDOW-LEN <= 3
             IF WS-WINDOW-PARM (1:WS-WINDOW-LEN) IS NUMERIC
               MOVE WS-WINDOW-PARM (1:WS-WINDOW-LEN)
                    TO WS-WINDOW-DAYS
             END-IF
           END-IF.
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-END).
           COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6.
           COMPUTE WS-WINDOW-END-INT = WS-WEEK-END-INT + WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-END-INT).
           MOVE WS-WEEK-END TO CA-ASOF-DATE.
           SET CA-ASOF-IS-SET TO TRUE.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "MINORRPT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT WKPERMIT.
           IF WS-PERMIT-OK
             SET PERMITS-AVAILABLE TO TRUE
           ELSE
             SET PERMITS-UNAVAILABLE TO TRUE
             DISPLAY "MINORRPT: NO WORK-PERMIT FILE - EVERY MINOR "
                     "IS LISTED WITHOUT ONE"
           END-IF.
           OPEN INPUT ATTEND.
           IF WS-ATT-OK
             SET PUNCHES-AVAILABLE TO TRUE
           ELSE
             SET PUNCHES-UNAVAILABLE TO TRUE
             DISPLAY "MINORRPT: NO ATTENDANCE STORE - HOURS CHECK "
                     "SKIPPED"
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './minorrpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'MINORRPT - MINOR WORK PERMITS AND HOURS' TO RP-TITLE.
           MOVE WS-WEEK-END TO RP-ASOF-DATE.
           PERFORM SET-SECTION-HEADING-PARA.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SECTION SR-KEY-DATE SR-EMPID
               INPUT PROCEDURE IS SELECT-MINORS-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.

      * ================================================================
      * SELECT-MINORS-PARA
      * SORT input procedure - every finding for every ACTIVE or ON
      * LEAVE employee.
      * ================================================================
       SELECT-MINORS-PARA.
           MOVE ' ' TO WS-EMP-EOF.
           READ EMPLOYEE NEXT RECORD
                AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             ADD 1 TO WS-EMP-READ
             IF (EMP-ACTIVE OF EMPLOYEE-FILE
                 OR EMP-ON-LEAVE OF EMPLOYEE-FILE)
                 AND EMPDOBY OF EMPLOYEE-FILE IS NUMERIC
                 AND EMPDOBM OF EMPLOYEE-FILE IS NUMERIC
                 AND EMPDOBD OF EMPLOYEE-FILE IS NUMERIC
               PERFORM CHECK-ONE-EMPLOYEE-PARA
             END-IF
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-ONE-EMPLOYEE-PARA
      * Ages the employee on the week-ending date and looks up the
      * permit; a minor gets all three checks, an adult only the
      * leftover-permit one.
      * ================================================================
       CHECK-ONE-EMPLOYEE-PARA.
           MOVE EMPDOBY OF EMPLOYEE-FILE TO CA-YEAR.
           MOVE EMPDOBM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPDOBD OF EMPLOYEE-FILE TO CA-DAY.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-VALID
             SET EMP-HAS-NO-PERMIT TO TRUE
             IF PERMITS-AVAILABLE
               MOVE EMPID OF EMPLOYEE-FILE TO WP-EMPID OF WKPERMIT-REC
               READ WKPERMIT
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET EMP-HAS-PERMIT TO TRUE
               END-READ
             END-IF
             MOVE EMPID OF EMPLOYEE-FILE TO SR-EMPID
             MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM
             MOVE EMPFNM OF EMPLOYEE-FILE TO SR-FNM
             MOVE EMPSITE OF EMPLOYEE-FILE TO SR-SITE
             IF CA-AGE < 18
               ADD 1 TO WS-MINOR-COUNT
               PERFORM CHECK-PERMIT-PARA
               IF PUNCHES-AVAILABLE
                 PERFORM CHECK-HOURS-PARA
               END-IF
               PERFORM CHECK-TURNING-18-PARA
             ELSE
               IF EMP-HAS-PERMIT
                 PERFORM RELEASE-LEFTOVER-PERMIT-PARA
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * CHECK-PERMIT-PARA
      * No permit, an expired one, or one running out inside the
      * window.
      * ================================================================
       CHECK-PERMIT-PARA.
           MOVE 1 TO SR-SECTION.
           MOVE SPACES TO SR-INFO.
           EVALUATE TRUE
             WHEN EMP-HAS-NO-PERMIT
               MOVE ZERO TO SR-KEY-DATE
               MOVE '*** NO WORK PERMIT ON FILE' TO SR-FINDING
               PERFORM RELEASE-PERMIT-FLAG-PARA
             WHEN WP-EXPIRE-DATE OF WKPERMIT-REC < WS-WEEK-END
               MOVE WP-EXPIRE-DATE OF WKPERMIT-REC TO SR-KEY-DATE
               MOVE '*** PERMIT EXPIRED' TO SR-FINDING
               MOVE WP-PERMIT-NO OF WKPERMIT-REC TO SR-INFO
               PERFORM RELEASE-PERMIT-FLAG-PARA
             WHEN WP-EXPIRE-DATE OF WKPERMIT-REC <= WS-WINDOW-END
               MOVE WP-EXPIRE-DATE OF WKPERMIT-REC TO SR-KEY-DATE
               MOVE 'PERMIT EXPIRING' TO SR-FINDING
               MOVE WP-PERMIT-NO OF WKPERMIT-REC TO SR-INFO
               PERFORM RELEASE-PERMIT-FLAG-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * RELEASE-PERMIT-FLAG-PARA
      * ================================================================
       RELEASE-PERMIT-FLAG-PARA.
           ADD 1 TO WS-PERMIT-FLAGS.
           RELEASE SORT-REC.

      * ================================================================
      * CHECK-HOURS-PARA
      * Each of the seven days ending on the week-ending date
      * against the daily limit, then the week's total against the
      * weekly limit.
      * ================================================================
       CHECK-HOURS-PARA.
           MOVE 08 TO WS-DAY-LIMIT.
           MOVE 40 TO WS-WEEK-LIMIT.
           IF EMP-HAS-PERMIT
             IF WP-MAX-DAY-HRS OF WKPERMIT-REC NUMERIC
                 AND WP-MAX-DAY-HRS OF WKPERMIT-REC NOT = ZERO
               MOVE WP-MAX-DAY-HRS OF WKPERMIT-REC TO WS-DAY-LIMIT
             END-IF
             IF WP-MAX-WEEK-HRS OF WKPERMIT-REC NUMERIC
                 AND WP-MAX-WEEK-HRS OF WKPERMIT-REC NOT = ZERO
               MOVE WP-MAX-WEEK-HRS OF WKPERMIT-REC TO WS-WEEK-LIMIT
             END-IF
           END-IF.
           COMPUTE WS-DAY-LIMIT-MINS = WS-DAY-LIMIT * 60.
           COMPUTE WS-WEEK-LIMIT-MINS = WS-WEEK-LIMIT * 60.
           MOVE ZERO TO WS-WEEK-MINS.
           MOVE 2 TO SR-SECTION.
           PERFORM CHECK-ONE-DAY-PARA
               VARYING WS-DAY-OFFSET FROM 0 BY 1
               UNTIL WS-DAY-OFFSET > 6.
           IF WS-WEEK-MINS > WS-WEEK-LIMIT-MINS
             MOVE WS-WEEK-END TO SR-KEY-DATE
             MOVE '*** WEEKLY HOURS OVER LIMIT' TO SR-FINDING
             COMPUTE WS-HOURS ROUNDED = WS-WEEK-MINS / 60
             MOVE WS-WEEK-LIMIT TO WS-LIMIT-ED
             PERFORM RELEASE-HOURS-FLAG-PARA
           END-IF.

      * ================================================================
      * CHECK-ONE-DAY-PARA
      * ================================================================
       CHECK-ONE-DAY-PARA.
           COMPUTE WS-DAY-INT = WS-WEEK-START-INT + WS-DAY-OFFSET.
           MOVE EMPID OF EMPLOYEE-FILE TO AT-EMPID OF ATTEND-REC.
           COMPUTE AT-DATE OF ATTEND-REC =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           READ ATTEND
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD AT-WORKED-MINS OF ATTEND-REC TO WS-WEEK-MINS
                 IF AT-WORKED-MINS OF ATTEND-REC > WS-DAY-LIMIT-MINS
                   MOVE AT-DATE OF ATTEND-REC TO SR-KEY-DATE
                   MOVE '*** DAILY HOURS OVER LIMIT' TO SR-FINDING
                   COMPUTE WS-HOURS ROUNDED =
                       AT-WORKED-MINS OF ATTEND-REC / 60
                   MOVE WS-DAY-LIMIT TO WS-LIMIT-ED
                   PERFORM RELEASE-HOURS-FLAG-PARA
                 END-IF
           END-READ.

      * ================================================================
      * RELEASE-HOURS-FLAG-PARA
      * ================================================================
       RELEASE-HOURS-FLAG-PARA.
           MOVE WS-HOURS TO WS-HOURS-ED.
           MOVE SPACES TO SR-INFO.
           STRING 'WORKED ' DELIMITED BY SIZE
                  WS-HOURS-ED DELIMITED BY SIZE
                  ' HRS, LIMIT ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  INTO SR-INFO
           END-STRING.
           ADD 1 TO WS-HOURS-FLAGS.
           RELEASE SORT-REC.

      * ================================================================
      * CHECK-TURNING-18-PARA
      * A minor whose 18th birthday falls inside the window.
      * ================================================================
       CHECK-TURNING-18-PARA.
           COMPUTE WS-BDAY18-Y = EMPDOBY OF EMPLOYEE-FILE + 18.
           MOVE EMPDOBM OF EMPLOYEE-FILE TO WS-BDAY18-M.
           MOVE EMPDOBD OF EMPLOYEE-FILE TO WS-BDAY18-D.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BDAY18-NUM) NOT = 0
             MOVE 28 TO WS-BDAY18-D
           END-IF.
           IF WS-BDAY18-NUM <= WS-WINDOW-END
             MOVE 3 TO SR-SECTION
             MOVE WS-BDAY18-NUM TO SR-KEY-DATE
             MOVE 'TURNS 18 - RESTRICTIONS LIFT' TO SR-FINDING
             MOVE SPACES TO SR-INFO
             IF EMP-HAS-PERMIT
               MOVE WP-PERMIT-NO OF WKPERMIT-REC TO SR-INFO
             END-IF
             ADD 1 TO WS-AGE18-FLAGS
             RELEASE SORT-REC
           END-IF.

      * ================================================================
      * RELEASE-LEFTOVER-PERMIT-PARA
      * Already 18 with a permit still on file - the restrictions
      * can come off and WKPMMNT can delete the permit.
      * ================================================================
       RELEASE-LEFTOVER-PERMIT-PARA.
           MOVE 3 TO SR-SECTION.
           MOVE ZERO TO SR-KEY-DATE.
           MOVE 'IS 18 - PERMIT STILL ON FILE' TO SR-FINDING.
           MOVE WP-PERMIT-NO OF WKPERMIT-REC TO SR-INFO.
           ADD 1 TO WS-AGE18-FLAGS.
           RELEASE SORT-REC.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'
             IF SO-SECTION NOT = WS-CUR-SECTION
               PERFORM NEW-SECTION-PARA
             END-IF
             PERFORM REPORT-ONE-FINDING-PARA
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * NEW-SECTION-PARA
      * Each section starts a fresh page under its own headings.
      * ================================================================
       NEW-SECTION-PARA.
           MOVE SO-SECTION TO WS-CUR-SECTION.
           PERFORM SET-SECTION-HEADING-PARA.
           IF RP-LINE-COUNT NOT = ZERO
             MOVE RP-PAGE-SIZE TO RP-LINE-COUNT
           END-IF.

      * ================================================================
      * SET-SECTION-HEADING-PARA
      * ================================================================
       SET-SECTION-HEADING-PARA.
           MOVE SPACES TO RP-COLHDG.
           EVALUATE WS-CUR-SECTION
             WHEN 2
               MOVE 'WORK DATE ' TO RP-COLHDG (1:10)
               MOVE 'HOURS' TO RP-COLHDG (88:5)
             WHEN 3
               MOVE 'TURNS 18  ' TO RP-COLHDG (1:10)
               MOVE 'PERMIT' TO RP-COLHDG (88:6)
             WHEN OTHER
               MOVE 'EXPIRES   ' TO RP-COLHDG (1:10)
               MOVE 'PERMIT' TO RP-COLHDG (88:6)
           END-EVALUATE.
           MOVE 'EMPID LAST NAME' TO RP-COLHDG (12:15).
           MOVE 'FIRST NAME   SITE FINDING' TO RP-COLHDG (39:25).

      * ================================================================
      * REPORT-ONE-FINDING-PARA
      * ================================================================
       REPORT-ONE-FINDING-PARA.
           ADD 1 TO WS-FLAG-TOTAL.
           MOVE SPACES TO RP-DETAIL.
           IF SO-KEY-DATE NOT = ZERO
             MOVE SO-KEY-DATE TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (1:10)
           END-IF.
           MOVE SO-EMPID TO RP-DETAIL (12:5).
           MOVE SO-LNM TO RP-DETAIL (18:20).
           MOVE SO-FNM TO RP-DETAIL (39:12).
           MOVE SO-SITE TO RP-DETAIL (52:4).
           MOVE SO-FINDING TO RP-DETAIL (57:30).
           MOVE SO-INFO TO RP-DETAIL (88:40).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-MINOR-COUNT DELIMITED BY SIZE
                  ' MINOR(S) ON STAFF - ' DELIMITED BY SIZE
                  WS-PERMIT-FLAGS DELIMITED BY SIZE
                  ' PERMIT, ' DELIMITED BY SIZE
                  WS-HOURS-FLAGS DELIMITED BY SIZE
                  ' HOURS, ' DELIMITED BY SIZE
                  WS-AGE18-FLAGS DELIMITED BY SIZE
                  ' TURNING-18 FINDING(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-WINDOW-END TO WS-DATE-ED.
           STRING 'WEEK ENDING ' DELIMITED BY SIZE
                  WS-WEEK-END DELIMITED BY SIZE
                  ', LOOKING AHEAD TO ' DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE EMPLOYEE.
           IF PERMITS-AVAILABLE
             CLOSE WKPERMIT
           END-IF.
           IF PUNCHES-AVAILABLE
             CLOSE ATTEND
           END-IF.
           DISPLAY "MINORRPT: " WS-MINOR-COUNT " MINOR(S), "
                   WS-FLAG-TOTAL " FINDING(S) LISTED".
           MOVE WS-EMP-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-FLAG-TOTAL TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-FLAG-TOTAL > 0
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
      * COPY IN AGE CALCULATION
      * ================================================================
       COPY "CALC_AGE_PARA.cob".
