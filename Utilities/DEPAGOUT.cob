      *================================================================
      * DEPAGOUT
      * Dependent age-out report, run monthly.  DEPCOVER catches the
      * dependents of employees who left; a child who ages out of
      * coverage stayed on the plan until someone noticed at
      * renewal.  Every child (DEP-IS-CHILD) on the dependents file
      * (./depmstr.dat) is aged by CALCULATE-AGE-PARA, the CALCAGE
      * logic, as of the end of the window - this month and the
      * next N (first command-line token, default 03) - and listed
      * when they reach the plan's age limit inside it, in the
      * order their coverage ends.  A child already past the limit
      * and still on file is listed too, flagged.
      *
      * The limit and when coverage stops come from ./ageout.parm,
      * one value per line on the bridge.parm pattern:
      *
      *    line 1   the age limit (three digits, e.g. 026)
      *    line 2   B - coverage ends on the birthday itself
      *             M - coverage runs to the end of the birthday
      *                 month (the default when the line is absent)
      *
      * A 29 February birthday lands on the 28th in a common year,
      * the way CALCULATE-AGE-PARA counts it.  Each line shows the
      * employee, their department, the child, and the exact date
      * coverage ends (./depagout_YYYYMMDD.rpt).  With the LETTERS
      * token every upcoming age-out for an ACTIVE or on-leave
      * employee also lands on ./lettersel.dta so LETTERGN can send
      * the employee advance notice.  RC 8 with no ageout.parm; RC 4
      * when a child is already past the limit.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPAGOUT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DEPMSTR ASSIGN TO './depmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DEP-KEY OF DEPMSTR-REC
              FILE STATUS IS WS-DEP-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT AGEPARM ASSIGN TO './ageout.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
      *
              SELECT SORTED-OUT ASSIGN TO './agoutsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SELFILE ASSIGN TO './lettersel.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD DEPMSTR.
           01 DEPMSTR-REC.
              COPY "DEPEND-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD AGEPARM.
           01 AGEPARM-REC     PIC       X(10).
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
      * One sort record per child aging out, in coverage-end order.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-END-DATE  PIC        9(8).
              05 SR-EMPID     PIC        9(5).
              05 SR-SEQ       PIC        9(2).
              05 SR-DEP-NAME  PIC       X(35).
              05 SR-LIMIT-DATE PIC       9(8).
              05 SR-PAST-SW   PIC        X(1).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-END-DATE  PIC        9(8).
              05 SO-EMPID     PIC        9(5).
              05 SO-SEQ       PIC        9(2).
              05 SO-DEP-NAME  PIC       X(35).
              05 SO-LIMIT-DATE PIC       9(8).
              05 SO-PAST-SW   PIC        X(1).
                 88 SO-ALREADY-PAST  VALUE 'Y'.
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD SELFILE.
           01 SELFILE-REC.
              COPY "LETSEL-REC.cob".
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-DEP-EOF      PIC        A(1).
           01 WS-SORT-EOF     PIC        A(1).
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-DEP-STATUS   PIC        X(2).
              88 WS-DEP-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'DEPAGOUT'.
      *
      * Command line - the months ahead and the optional LETTERS
      * token, in either order.  With LETTERS every upcoming
      * age-out also lands on ./lettersel.dta for LETTERGN.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-CMD-TOKEN-1  PIC        X(7).
           01 WS-CMD-TOKEN-2  PIC        X(7).
           01 WS-LETTER-SW    PIC        X(1) VALUE 'N'.
              88 LETTERS-REQUESTED   VALUE 'Y'.
           01 WS-MONTHS-AHEAD PIC        9(2) VALUE 03.
      *
      * The plan's rule, from ./ageout.parm.
           01 WS-AGE-LIMIT    PIC        9(3) VALUE ZERO.
           01 WS-END-RULE     PIC        X(1) VALUE 'M'.
              88 ENDS-ON-BIRTHDAY    VALUE 'B'.
              88 ENDS-AT-MONTH-END   VALUE 'M'.
           01 WS-PARM-LINE    PIC        9(1) VALUE ZERO.
      *
      * The window: today through the last day of the month N
      * months ahead.
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-R REDEFINES WS-TODAY.
              05 WS-TODAY-Y   PIC        9(4).
              05 WS-TODAY-M   PIC        9(2).
              05 WS-TODAY-D   PIC        9(2).
           01 WS-NEXT-Y       PIC        9(4).
           01 WS-NEXT-M       PIC        9(2).
           01 WS-WINDOW-END   PIC        9(8).
           01 WS-MONTH-WORK   PIC        9(6).
           01 WS-WORK-DATE    PIC        9(8).
      *
      * The child in hand.
           01 WS-LIMIT-Y      PIC        9(4).
           01 WS-LIMIT-D      PIC        9(2).
           01 WS-LIMIT-DATE   PIC        9(8).
           01 WS-END-DATE     PIC        9(8).
           01 WS-PAST-SW      PIC        X(1).
              88 ALREADY-PAST-LIMIT  VALUE 'Y'.
              88 NOT-YET-PAST-LIMIT  VALUE 'N'.
      *
           01 WS-CHILD-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-LIST-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-PAST-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-LETTER-COUNT PIC        9(5) VALUE ZERO.
           01 WS-LIMIT-ED     PIC         ZZ9.
           01 WS-DATE-ED      PIC  9999/99/99.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "CALC_AGE_DEF.cob".
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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN-1 WS-CMD-TOKEN-2
           END-UNSTRING.
           IF WS-CMD-TOKEN-1 = 'LETTERS'
               OR WS-CMD-TOKEN-2 = 'LETTERS'
             SET LETTERS-REQUESTED TO TRUE
           END-IF.
           IF WS-CMD-TOKEN-1 (1:2) IS NUMERIC
               AND WS-CMD-TOKEN-1 (3:5) = SPACES
             MOVE WS-CMD-TOKEN-1 (1:2) TO WS-MONTHS-AHEAD
           END-IF.
           IF WS-CMD-TOKEN-2 (1:2) IS NUMERIC
               AND WS-CMD-TOKEN-2 (3:5) = SPACES
             MOVE WS-CMD-TOKEN-2 (1:2) TO WS-MONTHS-AHEAD
           END-IF.
           PERFORM LOAD-AGE-PARM-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "DEPAGOUT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF LETTERS-REQUESTED
             OPEN OUTPUT SELFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      *    The first of the month after the window, less a day.
           COMPUTE WS-MONTH-WORK =
               WS-TODAY-Y * 12 + WS-TODAY-M + WS-MONTHS-AHEAD.
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-NEXT-Y
               REMAINDER WS-NEXT-M.
           ADD 1 TO WS-NEXT-M.
           COMPUTE WS-WORK-DATE = WS-NEXT-Y * 10000
               + WS-NEXT-M * 100 + 01.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1).
           MOVE WS-AGE-LIMIT TO WS-LIMIT-ED.
           MOVE SPACES TO RP-FNAME.
           STRING './depagout_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE SPACES TO RP-TITLE.
           STRING 'DEPAGOUT - CHILDREN REACHING AGE ' DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-WINDOW-END DELIMITED BY SIZE
                  INTO RP-TITLE
           END-STRING.
           MOVE 'EMPID LAST NAME            DEPT DEPENDENT'
                TO RP-COLHDG.
           MOVE 'SEQ  REACHES LIMIT  COVERAGE ENDS'
                TO RP-COLHDG (60:33).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.

      * ================================================================
      * LOAD-AGE-PARM-PARA
      * The limit is the plan's, never assumed - with no parameter
      * file there is nothing to report against.
      * ================================================================
       LOAD-AGE-PARM-PARA.
           OPEN INPUT AGEPARM.
           IF WS-PARM-OK
             MOVE ' ' TO WS-PARM-EOF
             READ AGEPARM INTO AGEPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             PERFORM UNTIL WS-PARM-EOF = 'Y'
               IF AGEPARM-REC (1:1) NOT = '*'
                 ADD 1 TO WS-PARM-LINE
                 EVALUATE WS-PARM-LINE
                   WHEN 1
                     IF AGEPARM-REC (1:3) NUMERIC
                       MOVE AGEPARM-REC (1:3) TO WS-AGE-LIMIT
                     END-IF
                   WHEN 2
                     IF AGEPARM-REC (1:1) = 'B'
                         OR AGEPARM-REC (1:1) = 'M'
                       MOVE AGEPARM-REC (1:1) TO WS-END-RULE
                     END-IF
                 END-EVALUATE
               END-IF
               READ AGEPARM INTO AGEPARM-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE AGEPARM
           END-IF.
           IF WS-AGE-LIMIT = ZERO
             DISPLAY "DEPAGOUT: *** NO AGE LIMIT ON AGEOUT.PARM - "
                     "NOTHING REPORTED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Sorts the window's age-outs into coverage-end order, then
      * lists each with its employee.
      * ================================================================
       PROCESS-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-END-DATE SR-EMPID SR-SEQ
               INPUT PROCEDURE IS SELECT-AGE-OUTS-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-SORT-EOF.
           READ SORTED-OUT INTO SORTED-REC
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-READ.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             PERFORM REPORT-ONE-CHILD-PARA
             READ SORTED-OUT INTO SORTED-REC
                  AT END MOVE 'Y' TO WS-SORT-EOF
             END-READ
           END-PERFORM.
           CLOSE SORTED-OUT.

      * ================================================================
      * SELECT-AGE-OUTS-PARA
      * SORT's input procedure - every child whose age as of the
      * window's last day has reached the limit.
      * ================================================================
       SELECT-AGE-OUTS-PARA.
           OPEN INPUT DEPMSTR.
           IF WS-DEP-OK
             MOVE ' ' TO WS-DEP-EOF
             READ DEPMSTR
                  AT END MOVE 'Y' TO WS-DEP-EOF
             END-READ
             PERFORM UNTIL WS-DEP-EOF = 'Y'
               IF DEP-IS-CHILD OF DEPMSTR-REC
                 ADD 1 TO WS-CHILD-COUNT
                 PERFORM TEST-ONE-CHILD-PARA
               END-IF
               READ DEPMSTR
                    AT END MOVE 'Y' TO WS-DEP-EOF
               END-READ
             END-PERFORM
             CLOSE DEPMSTR
           ELSE
             DISPLAY "DEPAGOUT: NO DEPENDENTS FILE - NOTHING TO "
                     "REPORT"
           END-IF.

      * ================================================================
      * TEST-ONE-CHILD-PARA
      * Aged at the window's end: under the limit, nothing to do.
      * Otherwise the limit birthday and the end of coverage, and
      * whether that was already behind us today.
      * ================================================================
       TEST-ONE-CHILD-PARA.
           MOVE DEP-DOBY OF DEPMSTR-REC TO CA-YEAR.
           MOVE DEP-DOBM OF DEPMSTR-REC TO CA-MONTH.
           MOVE DEP-DOBD OF DEPMSTR-REC TO CA-DAY.
           MOVE WS-WINDOW-END TO CA-ASOF-DATE.
           SET CA-ASOF-IS-SET TO TRUE.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-VALID AND CA-AGE >= WS-AGE-LIMIT
             COMPUTE WS-LIMIT-Y = CA-YEAR + WS-AGE-LIMIT
             MOVE CA-DAY TO WS-LIMIT-D
             IF CA-MONTH = 02 AND CA-DAY = 29
               MOVE WS-LIMIT-Y TO CA-CHK-YEAR
               MOVE 02 TO CA-CHK-MONTH
               PERFORM CA-MONTH-LENGTH-PARA
               MOVE CA-CHK-MDAYS TO WS-LIMIT-D
             END-IF
             COMPUTE WS-LIMIT-DATE = WS-LIMIT-Y * 10000
                 + CA-MONTH * 100 + WS-LIMIT-D
             IF ENDS-ON-BIRTHDAY
               MOVE WS-LIMIT-DATE TO WS-END-DATE
             ELSE
               MOVE WS-LIMIT-Y TO CA-CHK-YEAR
               MOVE CA-MONTH TO CA-CHK-MONTH
               PERFORM CA-MONTH-LENGTH-PARA
               COMPUTE WS-END-DATE = WS-LIMIT-Y * 10000
                   + CA-MONTH * 100 + CA-CHK-MDAYS
             END-IF
             IF WS-END-DATE < WS-TODAY
               SET ALREADY-PAST-LIMIT TO TRUE
             ELSE
               SET NOT-YET-PAST-LIMIT TO TRUE
             END-IF
             MOVE WS-END-DATE TO SR-END-DATE
             MOVE DEP-EMPID OF DEPMSTR-REC TO SR-EMPID
             MOVE DEP-SEQ OF DEPMSTR-REC TO SR-SEQ
             MOVE DEP-NAME OF DEPMSTR-REC TO SR-DEP-NAME
             MOVE WS-LIMIT-DATE TO SR-LIMIT-DATE
             MOVE WS-PAST-SW TO SR-PAST-SW
             RELEASE SORT-REC
           END-IF.

      * ================================================================
      * REPORT-ONE-CHILD-PARA
      * ================================================================
       REPORT-ONE-CHILD-PARA.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SO-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO EMPLNM OF EMPLOYEE-FILE
                 MOVE SPACES TO EMPDPT OF EMPLOYEE-FILE
                 MOVE 'T' TO EMPSTAT OF EMPLOYEE-FILE
           END-READ.
           MOVE SPACES TO RP-DETAIL.
           MOVE SO-EMPID TO RP-DETAIL (1:5).
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (7:20).
           MOVE EMPDPT OF EMPLOYEE-FILE TO RP-DETAIL (28:4).
           MOVE SO-DEP-NAME (1:25) TO RP-DETAIL (33:25).
           MOVE SO-SEQ TO RP-DETAIL (60:2).
           MOVE SO-LIMIT-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (65:10).
           MOVE SO-END-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (80:10).
           IF SO-ALREADY-PAST
             ADD 1 TO WS-PAST-COUNT
             MOVE '*** PAST LIMIT - STILL ON FILE'
                  TO RP-DETAIL (92:30)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF LETTERS-REQUESTED
               AND NOT SO-ALREADY-PAST
               AND (EMP-ACTIVE OF EMPLOYEE-FILE
                    OR EMP-ON-LEAVE OF EMPLOYEE-FILE)
             MOVE SPACES TO SELFILE-REC
             MOVE SO-EMPID TO SEL-EMPID
             MOVE SO-END-DATE (1:6) TO SEL-MONTH
             STRING 'AGES OUT ' DELIMITED BY SIZE
                    WS-LIMIT-ED DELIMITED BY SIZE
                    INTO SEL-EVENT
             END-STRING
             WRITE SELFILE-REC
             ADD 1 TO WS-LETTER-COUNT
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-CHILD-COUNT DELIMITED BY SIZE
                  ' CHILD DEPENDENT(S) CHECKED, ' DELIMITED BY SIZE
                  WS-LIST-COUNT DELIMITED BY SIZE
                  ' AGING OUT, ' DELIMITED BY SIZE
                  WS-PAST-COUNT DELIMITED BY SIZE
                  ' ALREADY PAST THE LIMIT' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF ENDS-ON-BIRTHDAY
             MOVE 'COVERAGE ENDS ON THE LIMIT BIRTHDAY (AGEOUT.PARM)'
                  TO RP-DETAIL
           ELSE
             MOVE 'COVERAGE ENDS AT THE END OF THE LIMIT BIRTHDAY '
                  TO RP-DETAIL
             MOVE 'MONTH (AGEOUT.PARM)' TO RP-DETAIL (48:19)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "DEPAGOUT: " WS-LIST-COUNT " AGE-OUT(S) BY "
                   WS-WINDOW-END ", " WS-PAST-COUNT
                   " ALREADY PAST THE LIMIT".
           IF LETTERS-REQUESTED
             CLOSE SELFILE
             DISPLAY "DEPAGOUT: " WS-LETTER-COUNT " SELECTION(S) "
                     "WRITTEN TO LETTERSEL.DTA"
           END-IF.
           IF WS-PAST-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
       COPY "CALC_AGE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
