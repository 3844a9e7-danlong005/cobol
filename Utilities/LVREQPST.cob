      *================================================================
      * LVREQPST
      * Approved-leave posting.  Walks the advance leave request
      * file (./leavereq.dat, copybooks/LVREQ-REC.cob) and, for
      * every approved request whose days have arrived, appends one
      * taken-leave line per working day to ./leavetran.dta in the
      * LEAVTAKE layout (EMPID, date, daily hours) - so the booked
      * absence draws the balance down on its date without anyone
      * keying it twice.  Run it ahead of LEAVTAKE.
      *
      * Each request remembers the last day posted
      * (LR-POSTED-THRU), so a missed day catches up on the next
      * run and a re-run posts nothing twice; a request whose last
      * day has posted closes to status P.  Weekends and the
      * holidays on the shop business calendar (./bizcal.parm) are
      * skipped exactly as LVREQMNT skipped them when it costed the
      * request.  The day to post through is the first command-line
      * token (YYYYMMDD), default today.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVREQPST.
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
              SELECT LEAVTRAN ASSIGN TO './leavetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD LEAVEREQ.
           01 LEAVEREQ-REC.
              COPY "LVREQ-REC.cob".
      *
           FD LEAVTRAN.
           01 LEAVTRAN-REC.
              05 LT-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 LT-DATE      PIC        9(8).
              05 FILLER       PIC        X(1).
              05 LT-HOURS     PIC      9(3)V99.
      *
           FD CALFILE.
           01 CALFILE-REC.
              05 CAL-TYPE     PIC        X(1).
              05 FILLER       PIC        X(1).
              05 CAL-DATE     PIC        9(8).
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-LRQ-EOF      PIC        A(1).
           01 WS-CAL-EOF      PIC        A(1).
           01 WS-LRQ-STATUS   PIC        X(2).
              88 WS-LRQ-OK           VALUE '00'.
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-CAL-STATUS   PIC        X(2).
              88 WS-CAL-OK           VALUE '00'.
      *
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-POST-DATE    PIC        9(8).
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-REQ-POSTED   PIC        9(5) VALUE ZERO.
           01 WS-LINE-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-CLOSED-COUNT PIC        9(5) VALUE ZERO.
      *
      * The span still to post for one request.
           01 WS-FROM-DATE    PIC        9(8).
           01 WS-THRU-DATE    PIC        9(8).
           01 WS-DAY-INT      PIC        9(8).
           01 WS-END-INT      PIC        9(8).
           01 WS-DAY-DATE     PIC        9(8).
           01 WS-DOW-WORK     PIC        9(2).
           01 WS-WORKDAY-SW   PIC        X(1).
              88 DAY-IS-WORKDAY      VALUE 'Y'.
              88 DAY-IS-OFF-DAY      VALUE 'N'.
      *
      * The holidays on the shop business calendar.
           01 WS-HOLIDAY-TBL.
              05 WS-HOLIDAY OCCURS 50 TIMES PIC 9(8).
           01 WS-HOLIDAY-COUNT PIC       9(2) VALUE ZERO.
           01 WS-CAL-IDX      PIC        9(2) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'LVREQPST'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
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
           ACCEPT WS-ASOF-PARM FROM COMMAND-LINE.
           IF WS-ASOF-PARM IS NUMERIC AND WS-ASOF-PARM NOT = ZERO
             MOVE WS-ASOF-PARM TO WS-POST-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE
           END-IF.
           OPEN I-O LEAVEREQ.
           IF NOT WS-LRQ-OK
             DISPLAY "LVREQPST: *** NO LEAVE REQUEST FILE - RUN "
                     "LVREQMNT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND LEAVTRAN.
           IF NOT WS-TRAN-OK
             OPEN OUTPUT LEAVTRAN
           END-IF.
           IF NOT WS-TRAN-OK
             DISPLAY "LVREQPST: *** CANNOT OPEN LEAVETRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             CLOSE LEAVEREQ
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-CALENDAR-PARA.
           DISPLAY "LVREQPST - APPROVED LEAVE POSTING THROUGH "
                   WS-POST-DATE.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-CALENDAR-PARA
      * Only the holidays are wanted here.
      * ================================================================
       LOAD-CALENDAR-PARA.
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

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-LRQ-EOF.
           READ LEAVEREQ NEXT RECORD
                AT END MOVE 'Y' TO WS-LRQ-EOF
           END-READ.
           PERFORM UNTIL WS-LRQ-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             IF LR-IS-APPROVED OF LEAVEREQ-REC
                 AND LR-START-DATE OF LEAVEREQ-REC <= WS-POST-DATE
                 AND LR-POSTED-THRU OF LEAVEREQ-REC < WS-POST-DATE
               PERFORM POST-ONE-REQUEST-PARA
             END-IF
             READ LEAVEREQ NEXT RECORD
                  AT END MOVE 'Y' TO WS-LRQ-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * POST-ONE-REQUEST-PARA
      * From the day after the last one posted (or the first day
      * off) through the posting date or the last day off,
      * whichever comes first.
      * ================================================================
       POST-ONE-REQUEST-PARA.
           IF LR-POSTED-THRU OF LEAVEREQ-REC = ZERO
             MOVE LR-START-DATE OF LEAVEREQ-REC TO WS-FROM-DATE
             COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                 (WS-FROM-DATE)
           ELSE
             COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                 (LR-POSTED-THRU OF LEAVEREQ-REC) + 1
           END-IF.
           IF LR-END-DATE OF LEAVEREQ-REC < WS-POST-DATE
             MOVE LR-END-DATE OF LEAVEREQ-REC TO WS-THRU-DATE
           ELSE
             MOVE WS-POST-DATE TO WS-THRU-DATE
           END-IF.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
               (WS-THRU-DATE).
           PERFORM POST-ONE-DAY-PARA
               UNTIL WS-DAY-INT > WS-END-INT.
           MOVE WS-THRU-DATE TO LR-POSTED-THRU OF LEAVEREQ-REC.
           IF WS-THRU-DATE >= LR-END-DATE OF LEAVEREQ-REC
             MOVE 'P' TO LR-STATUS OF LEAVEREQ-REC
             ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           REWRITE LEAVEREQ-REC
           END-REWRITE.
           ADD 1 TO WS-REQ-POSTED.

      * ================================================================
      * POST-ONE-DAY-PARA
      * Day 1 of the integer calendar was a Monday, so the
      * remainder walk lands 1 = Monday through 7 = Sunday.
      * ================================================================
       POST-ONE-DAY-PARA.
           SET DAY-IS-WORKDAY TO TRUE.
           COMPUTE WS-DOW-WORK =
               FUNCTION MOD (WS-DAY-INT - 1, 7) + 1.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           IF WS-DOW-WORK > 5
             SET DAY-IS-OFF-DAY TO TRUE
           ELSE
             PERFORM PROBE-ONE-HOLIDAY-PARA
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT
                    OR DAY-IS-OFF-DAY
           END-IF.
           IF DAY-IS-WORKDAY
             MOVE SPACES TO LEAVTRAN-REC
             MOVE LR-EMPID OF LEAVEREQ-REC TO LT-EMPID
             MOVE WS-DAY-DATE TO LT-DATE
             MOVE LR-DAILY-HOURS OF LEAVEREQ-REC TO LT-HOURS
             WRITE LEAVTRAN-REC
             ADD LR-DAILY-HOURS OF LEAVEREQ-REC
                 TO LR-POSTED-HOURS OF LEAVEREQ-REC
             ADD 1 TO WS-LINE-COUNT
             DISPLAY "POSTED   EMPID " LT-EMPID " " LT-HOURS
                     " HOUR(S) ON " LT-DATE
           END-IF.
           ADD 1 TO WS-DAY-INT.

      * ================================================================
      * PROBE-ONE-HOLIDAY-PARA
      * ================================================================
       PROBE-ONE-HOLIDAY-PARA.
           IF WS-HOLIDAY (WS-CAL-IDX) = WS-DAY-DATE
             SET DAY-IS-OFF-DAY TO TRUE
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE LEAVEREQ.
           CLOSE LEAVTRAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "LVREQPST: " WS-READ-COUNT " REQUEST(S) READ, "
                   WS-REQ-POSTED " POSTED, "
                   WS-LINE-COUNT " LEAVE LINE(S) WRITTEN, "
                   WS-CLOSED-COUNT " CLOSED".
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
