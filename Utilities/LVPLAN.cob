      *================================================================
      * LVPLAN
      * Department leave planner.  Lays the advance leave requests
      * (./leavereq.dat, copybooks/LVREQ-REC.cob) out on a grid of
      * the coming quarter - thirteen weeks, Monday to Friday,
      * starting with the week that holds the planning date (first
      * command-line token, YYYYMMDD, default today) - one page
      * section per EMPDPT, one row per employee with time booked:
      *
      *    A   approved (or already taken) leave that week
      *    R   requested, not yet decided
      *
      * Under each department an OFF line counts the people off in
      * each week, and a week with two or more off is starred -
      * supervisors see the double-booking before they approve the
      * second request, not on the Monday it bites.  Denied and
      * cancelled requests do not appear.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVPLAN.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LEAVEREQ ASSIGN TO './leavereq.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LR-KEY OF LEAVEREQ-REC
              FILE STATUS IS WS-LRQ-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './lvplansort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
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
           FD LEAVEREQ.
           01 LEAVEREQ-REC.
              COPY "LVREQ-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-DPT       PIC        X(4).
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-WEEKS     PIC       X(13).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-DPT       PIC        X(4).
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-WEEKS     PIC       X(13).
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
           01 WS-LRQ-EOF      PIC        A(1).
           01 WS-LRQ-STATUS   PIC        X(2).
              88 WS-LRQ-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'LVPLAN'.
      *
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-PLAN-DATE    PIC        9(8).
           01 WS-PLAN-INT     PIC        9(8).
           01 WS-DOW-WORK     PIC        9(2).
           01 WS-WORK-DATE    PIC        9(8).
      *
      * The thirteen planning weeks, Monday and Friday of each.
           01 WS-WEEK-TBL.
              05 WS-WEEK-ENTRY OCCURS 13 TIMES.
                 10 WS-WEEK-MON       PIC  9(8).
                 10 WS-WEEK-FRI       PIC  9(8).
           01 WS-WEEK-IDX     PIC        9(2) VALUE ZERO.
           01 WS-WEEK-POS     PIC        9(3) VALUE ZERO.
      *
      * One employee's merged row and one department's week counts.
           01 WS-ROW-WEEKS    PIC       X(13).
           01 WS-DEPT-OFF-TBL.
              05 WS-DEPT-OFF OCCURS 13 TIMES PIC 9(2).
           01 WS-OFF-ED       PIC        Z9.
      *
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-DEPT     PIC        X(4).
           01 WS-CUR-EMPID    PIC        9(5).
           01 WS-CUR-LNM      PIC       X(20).
           01 WS-DOUBLE-SW    PIC        X(1).
              88 DEPT-HAS-DOUBLE     VALUE 'Y'.
      *
           01 WS-ROW-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-DOUBLE-COUNT PIC        9(5) VALUE ZERO.
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
             MOVE WS-ASOF-PARM TO WS-PLAN-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PLAN-DATE
           END-IF.
           PERFORM BUILD-WEEKS-PARA.
           OPEN INPUT LEAVEREQ.
           IF NOT WS-LRQ-OK
             DISPLAY "LVPLAN: *** NO LEAVE REQUEST FILE - RUN "
                     "LVREQMNT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE LEAVEREQ.
           PERFORM GUARD-MASTER-LOCK-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './lvplan_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'LVPLAN - DEPARTMENT LEAVE PLANNER' TO RP-TITLE.
           MOVE SPACES TO RP-COLHDG.
           MOVE 'EMPID NAME       WEEK OF (MMDD)' TO RP-COLHDG (1:31).
           PERFORM BUILD-WEEK-HEADING-PARA
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13.
           MOVE WS-PLAN-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK ON ASCENDING KEY SR-DPT SR-EMPID
               INPUT PROCEDURE IS SELECT-REQUEST-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * BUILD-WEEKS-PARA
      * Back up to the Monday of the planning date's week - day 1 of
      * the integer calendar was a Monday, so the remainder walk
      * lands 1 = Monday through 7 = Sunday.
      * ================================================================
       BUILD-WEEKS-PARA.
           COMPUTE WS-PLAN-INT =
               FUNCTION INTEGER-OF-DATE (WS-PLAN-DATE).
           COMPUTE WS-DOW-WORK =
               FUNCTION MOD (WS-PLAN-INT - 1, 7) + 1.
           SUBTRACT WS-DOW-WORK FROM WS-PLAN-INT.
           ADD 1 TO WS-PLAN-INT.
           PERFORM BUILD-ONE-WEEK-PARA
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13.

      * ================================================================
      * BUILD-ONE-WEEK-PARA
      * ================================================================
       BUILD-ONE-WEEK-PARA.
           COMPUTE WS-WEEK-MON (WS-WEEK-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-PLAN-INT + (WS-WEEK-IDX - 1) * 7).
           COMPUTE WS-WEEK-FRI (WS-WEEK-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-PLAN-INT + (WS-WEEK-IDX - 1) * 7 + 4).

      * ================================================================
      * BUILD-WEEK-HEADING-PARA
      * Five columns to a week, the Monday's MMDD over each.
      * ================================================================
       BUILD-WEEK-HEADING-PARA.
           COMPUTE WS-WEEK-POS = 33 + (WS-WEEK-IDX - 1) * 5.
           MOVE WS-WEEK-MON (WS-WEEK-IDX) TO WS-WORK-DATE.
           MOVE WS-WORK-DATE (5:4) TO RP-COLHDG (WS-WEEK-POS:4).

      * ================================================================
      * SELECT-REQUEST-PARA
      * SORT input procedure - every open or approved request that
      * touches the quarter, with its department from the master.
      * ================================================================
       SELECT-REQUEST-PARA.
           OPEN INPUT LEAVEREQ.
           OPEN INPUT EMPLOYEE.
           MOVE ' ' TO WS-LRQ-EOF.
           READ LEAVEREQ NEXT RECORD
                AT END MOVE 'Y' TO WS-LRQ-EOF
           END-READ.
           PERFORM UNTIL WS-LRQ-EOF = 'Y'
             IF (LR-IS-REQUESTED OF LEAVEREQ-REC
                 OR LR-IS-APPROVED OF LEAVEREQ-REC
                 OR LR-IS-POSTED OF LEAVEREQ-REC)
                 AND LR-START-DATE OF LEAVEREQ-REC <= WS-WEEK-FRI (13)
                 AND LR-END-DATE OF LEAVEREQ-REC >= WS-WEEK-MON (1)
               PERFORM RELEASE-REQUEST-PARA
             END-IF
             READ LEAVEREQ NEXT RECORD
                  AT END MOVE 'Y' TO WS-LRQ-EOF
             END-READ
           END-PERFORM.
           CLOSE LEAVEREQ.
           CLOSE EMPLOYEE.

      * ================================================================
      * RELEASE-REQUEST-PARA
      * ================================================================
       RELEASE-REQUEST-PARA.
           MOVE LR-EMPID OF LEAVEREQ-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EMPDPT OF EMPLOYEE-FILE TO SR-DPT
                 MOVE EMPID OF EMPLOYEE-FILE TO SR-EMPID
                 MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM
                 MOVE SPACES TO SR-WEEKS
                 PERFORM MARK-ONE-WEEK-PARA
                     VARYING WS-WEEK-IDX FROM 1 BY 1
                     UNTIL WS-WEEK-IDX > 13
                 RELEASE SORT-REC
           END-READ.

      * ================================================================
      * MARK-ONE-WEEK-PARA
      * ================================================================
       MARK-ONE-WEEK-PARA.
           IF LR-START-DATE OF LEAVEREQ-REC
                   <= WS-WEEK-FRI (WS-WEEK-IDX)
               AND LR-END-DATE OF LEAVEREQ-REC
                   >= WS-WEEK-MON (WS-WEEK-IDX)
             IF LR-IS-REQUESTED OF LEAVEREQ-REC
               MOVE 'R' TO SR-WEEKS (WS-WEEK-IDX:1)
             ELSE
               MOVE 'A' TO SR-WEEKS (WS-WEEK-IDX:1)
             END-IF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Rows for the same employee merge - an approved mark beats a
      * requested one in the same week.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               PERFORM START-DEPT-PARA
               PERFORM START-ROW-PARA
               SET NOT-FIRST-RECORD TO TRUE
             ELSE
               IF SO-DPT NOT = WS-CUR-DEPT
                 PERFORM WRITE-ROW-PARA
                 PERFORM WRITE-DEPT-TOTAL-PARA
                 PERFORM START-DEPT-PARA
                 PERFORM START-ROW-PARA
               ELSE
                 IF SO-EMPID NOT = WS-CUR-EMPID
                   PERFORM WRITE-ROW-PARA
                   PERFORM START-ROW-PARA
                 END-IF
               END-IF
             END-IF

             PERFORM MERGE-ONE-WEEK-PARA
                 VARYING WS-WEEK-IDX FROM 1 BY 1
                 UNTIL WS-WEEK-IDX > 13

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF NOT FIRST-RECORD
             PERFORM WRITE-ROW-PARA
             PERFORM WRITE-DEPT-TOTAL-PARA
           END-IF.

      * ================================================================
      * START-DEPT-PARA
      * ================================================================
       START-DEPT-PARA.
           MOVE SO-DPT TO WS-CUR-DEPT.
           INITIALIZE WS-DEPT-OFF-TBL.
           MOVE SPACES TO RP-DETAIL.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * START-ROW-PARA
      * ================================================================
       START-ROW-PARA.
           MOVE SO-EMPID TO WS-CUR-EMPID.
           MOVE SO-LNM TO WS-CUR-LNM.
           MOVE SPACES TO WS-ROW-WEEKS.

      * ================================================================
      * MERGE-ONE-WEEK-PARA
      * ================================================================
       MERGE-ONE-WEEK-PARA.
           IF SO-WEEKS (WS-WEEK-IDX:1) = 'A'
               OR (SO-WEEKS (WS-WEEK-IDX:1) = 'R'
                   AND WS-ROW-WEEKS (WS-WEEK-IDX:1) = SPACE)
             MOVE SO-WEEKS (WS-WEEK-IDX:1)
                  TO WS-ROW-WEEKS (WS-WEEK-IDX:1)
           END-IF.

      * ================================================================
      * WRITE-ROW-PARA
      * ================================================================
       WRITE-ROW-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-CUR-EMPID TO RP-DETAIL (1:5).
           MOVE WS-CUR-LNM TO RP-DETAIL (7:20).
           PERFORM WRITE-ROW-CELL-PARA
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13.
           PERFORM WRITE-REPORT-LINE-PARA.
           ADD 1 TO WS-ROW-COUNT.

      * ================================================================
      * WRITE-ROW-CELL-PARA
      * ================================================================
       WRITE-ROW-CELL-PARA.
           IF WS-ROW-WEEKS (WS-WEEK-IDX:1) NOT = SPACE
             COMPUTE WS-WEEK-POS = 34 + (WS-WEEK-IDX - 1) * 5
             MOVE WS-ROW-WEEKS (WS-WEEK-IDX:1)
                  TO RP-DETAIL (WS-WEEK-POS:1)
             ADD 1 TO WS-DEPT-OFF (WS-WEEK-IDX)
           END-IF.

      * ================================================================
      * WRITE-DEPT-TOTAL-PARA
      * The OFF line, with a star beside any week two or more of
      * the department are off together.
      * ================================================================
       WRITE-DEPT-TOTAL-PARA.
           MOVE 'N' TO WS-DOUBLE-SW.
           MOVE SPACES TO RP-DETAIL.
           STRING '  ' DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  ' OFF THIS WEEK' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-DEPT-CELL-PARA
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 13.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF DEPT-HAS-DOUBLE
             ADD 1 TO WS-DOUBLE-COUNT
             MOVE '  * = TWO OR MORE OFF THE SAME WEEK' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-DEPT-CELL-PARA
      * ================================================================
       WRITE-DEPT-CELL-PARA.
           IF WS-DEPT-OFF (WS-WEEK-IDX) > ZERO
             COMPUTE WS-WEEK-POS = 33 + (WS-WEEK-IDX - 1) * 5
             MOVE WS-DEPT-OFF (WS-WEEK-IDX) TO WS-OFF-ED
             MOVE WS-OFF-ED TO RP-DETAIL (WS-WEEK-POS:2)
             IF WS-DEPT-OFF (WS-WEEK-IDX) > 1
               ADD 2 TO WS-WEEK-POS
               MOVE '*' TO RP-DETAIL (WS-WEEK-POS:1)
               MOVE 'Y' TO WS-DOUBLE-SW
             END-IF
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ROW-COUNT DELIMITED BY SIZE
                  ' EMPLOYEE(S) WITH LEAVE BOOKED, ' DELIMITED BY SIZE
                  WS-DOUBLE-COUNT DELIMITED BY SIZE
                  ' DEPARTMENT(S) DOUBLE-BOOKED' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "LVPLAN: " WS-ROW-COUNT " EMPLOYEE(S) PLANNED, "
                   WS-DOUBLE-COUNT " DEPARTMENT(S) DOUBLE-BOOKED".
           IF WS-DOUBLE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
