      *================================================================
      * LVREQMNT
      * Transaction-driven maintenance of the advance leave request
      * file (./leavereq.dat, copybooks/LVREQ-REC.cob), on the
      * REQMAINT pattern.  Reads an action-coded transaction file
      * (./lvreqtran.dta) - one transaction per line, an action
      * byte followed by the LVREQ-REC layout (only the key, the
      * last day off, and the daily hours are read from it) - and
      * applies each with a keyed WRITE/REWRITE:
      *
      *    R  request - WRITE a new request, status requested; the
      *                 first day off may not be in the past, a
      *                 zero last day means a one-day request
      *    A  approve - a requested request to approved
      *    D  deny    - a requested or approved request to denied,
      *                 so long as none of it has been taken
      *    C  cancel  - withdraw a requested or approved request; an
      *                 approved one already partly taken is cut
      *                 back to the days that were
      *
      * Both a request and an approval are checked against the
      * projected balance on the first day off: today's LV-BALANCE
      * on ./leavebal.dat, plus one LEAVACC grant for every accrual
      * month between the last grant and that day (at the tier the
      * employee's service - bridged the way LEAVACC bridges it -
      * earns today, from the same ./leavetier.parm), less the
      * untaken hours of every request already approved.  A
      * request the projection cannot cover is rejected with the
      * projected figure, so the supervisor sees the shortfall
      * before the week is promised.  A request overlapping another
      * open request for the same employee is rejected too.
      *
      * Hours are the daily hours times the working days in the
      * span; weekends and the holidays on the shop business
      * calendar (./bizcal.parm) are not charged.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVREQMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LVREQTRAN ASSIGN TO './lvreqtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT LEAVEREQ ASSIGN TO './leavereq.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LR-KEY OF LEAVEREQ-REC
              FILE STATUS IS WS-LRQ-STATUS.
      *
              SELECT LEAVEBAL ASSIGN TO './leavebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
              FILE STATUS IS WS-BAL-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT TIERPARM ASSIGN TO './leavetier.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIER-STATUS.
      *
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-EMPID
              FILE STATUS IS SB-HIST-STATUS.
      *
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
           FD LVREQTRAN.
           01 LVREQTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-REQUEST    VALUE 'R'.
                 88 TRN-IS-APPROVE    VALUE 'A'.
                 88 TRN-IS-DENY       VALUE 'D'.
                 88 TRN-IS-CANCEL     VALUE 'C'.
              COPY "LVREQ-REC.cob".
      *
           FD LEAVEREQ.
           01 LEAVEREQ-REC.
              COPY "LVREQ-REC.cob".
      *
           FD LEAVEBAL.
           01 LEAVEBAL-REC.
              COPY "LEAVE-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD TIERPARM.
           01 TIERPARM-REC.
              05 TP-MIN-SVC   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 TP-HOURS     PIC        9(3).
      *
           FD CALFILE.
           01 CALFILE-REC.
              05 CAL-TYPE     PIC        X(1).
              05 FILLER       PIC        X(1).
              05 CAL-DATE     PIC        9(8).
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
      *
           WORKING-STORAGE SECTION.
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-TIER-EOF     PIC        A(1).
           01 WS-CAL-EOF      PIC        A(1).
           01 WS-BROWSE-EOF   PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-LRQ-STATUS   PIC        X(2).
              88 WS-LRQ-OK           VALUE '00'.
              88 WS-LRQ-MISSING      VALUE '35'.
           01 WS-BAL-STATUS   PIC        X(2).
              88 WS-BAL-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-TIER-STATUS  PIC        X(2).
              88 WS-TIER-OK          VALUE '00'.
           01 WS-CAL-STATUS   PIC        X(2).
              88 WS-CAL-OK           VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-X REDEFINES WS-TODAY.
              05 WS-TODAY-Y   PIC        9(4).
              05 WS-TODAY-M   PIC        9(2).
              05 WS-TODAY-D   PIC        9(2).
      *
      * The span being booked, and its working days.
           01 WS-SPAN-START   PIC        9(8).
           01 WS-SPAN-END     PIC        9(8).
           01 WS-SPAN-HOURS   PIC    9(5)V99.
           01 WS-DAY-INT      PIC        9(8).
           01 WS-END-INT      PIC        9(8).
           01 WS-DAY-DATE     PIC        9(8).
           01 WS-DOW-WORK     PIC        9(2).
           01 WS-WORKDAY-COUNT PIC       9(3).
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
      * The accrual tiers, highest-minimum-met wins - the same
      * table and the same standing defaults LEAVACC uses.
           01 WS-TIER-TBL.
              05 WS-TIER-ENTRY OCCURS 10 TIMES.
                 10 WS-TIER-MIN-SVC   PIC  9(3).
                 10 WS-TIER-HOURS     PIC  9(3).
           01 WS-TIER-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-TIER-IDX     PIC        9(2) VALUE ZERO.
           01 WS-BEST-HOURS   PIC        9(3).
           01 WS-BEST-MIN     PIC        9(3).
           01 WS-SVC-YEARS    PIC        9(3).
      *
      * The projection.
           01 WS-PROJ-BALANCE PIC    S9(7)V99.
           01 WS-PROJ-ED      PIC    -(6)9.99.
           01 WS-OTHER-APPROVED PIC   9(7)V99.
           01 WS-GRANT-MONTHS PIC       S9(5).
           01 WS-LAST-GRANT   PIC        9(8).
           01 WS-LAST-GRANT-X REDEFINES WS-LAST-GRANT.
              05 WS-LAST-GRANT-Y PIC     9(4).
              05 WS-LAST-GRANT-M PIC     9(2).
              05 WS-LAST-GRANT-D PIC     9(2).
           01 WS-TARGET-DATE  PIC        9(8).
           01 WS-TARGET-X REDEFINES WS-TARGET-DATE.
              05 WS-TARGET-Y  PIC        9(4).
              05 WS-TARGET-M  PIC        9(2).
              05 WS-TARGET-D  PIC        9(2).
           01 WS-OVERLAP-SW   PIC        X(1).
              88 SPAN-OVERLAPS       VALUE 'Y'.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'LVREQMNT'.
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
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
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
           OPEN INPUT LVREQTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "LVREQMNT: *** CANNOT OPEN LVREQTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O LEAVEREQ.
           IF WS-LRQ-MISSING
             OPEN OUTPUT LEAVEREQ
             CLOSE LEAVEREQ
             OPEN I-O LEAVEREQ
           END-IF.
           OPEN INPUT LEAVEBAL.
           IF NOT WS-BAL-OK
             DISPLAY "LVREQMNT: *** NO LEAVE BALANCE FILE - RUN "
                     "LEAVACC FIRST ***"
             CLOSE LVREQTRAN
             CLOSE LEAVEREQ
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "LVREQMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE LVREQTRAN
             CLOSE LEAVEREQ
             CLOSE LEAVEBAL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-TIERS-PARA.
           PERFORM LOAD-CALENDAR-PARA.
           PERFORM OPEN-BRIDGE-PARA.
           DISPLAY "LVREQMNT - ADVANCE LEAVE REQUEST MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-TIERS-PARA
      * Reads the tier parameter file; with no file on hand the
      * three standing tiers are built in, exactly as LEAVACC does,
      * so the projection grants what the accrual run will.
      * ================================================================
       LOAD-TIERS-PARA.
           OPEN INPUT TIERPARM.
           IF WS-TIER-OK
             MOVE ' ' TO WS-TIER-EOF
             READ TIERPARM INTO TIERPARM-REC
                  AT END MOVE 'Y' TO WS-TIER-EOF
             END-READ
             PERFORM UNTIL WS-TIER-EOF = 'Y'
                 OR WS-TIER-COUNT >= 10
               IF TIERPARM-REC (1:1) NOT = '*'
                   AND TP-HOURS NUMERIC
                 ADD 1 TO WS-TIER-COUNT
                 MOVE TP-MIN-SVC
                      TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
                 MOVE TP-HOURS TO WS-TIER-HOURS (WS-TIER-COUNT)
               END-IF
               READ TIERPARM INTO TIERPARM-REC
                    AT END MOVE 'Y' TO WS-TIER-EOF
               END-READ
             END-PERFORM
             CLOSE TIERPARM
           END-IF.
           IF WS-TIER-COUNT = ZERO
             ADD 1 TO WS-TIER-COUNT
             MOVE 000 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 008 TO WS-TIER-HOURS (WS-TIER-COUNT)
             ADD 1 TO WS-TIER-COUNT
             MOVE 005 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 010 TO WS-TIER-HOURS (WS-TIER-COUNT)
             ADD 1 TO WS-TIER-COUNT
             MOVE 015 TO WS-TIER-MIN-SVC (WS-TIER-COUNT)
             MOVE 013 TO WS-TIER-HOURS (WS-TIER-COUNT)
           END-IF.

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
           MOVE ' ' TO WS-TRAN-EOF.
           READ LVREQTRAN INTO LVREQTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ LVREQTRAN INTO LVREQTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LR-EMPID OF LVREQTRAN-REC NOT NUMERIC
               OR LR-START-DATE OF LVREQTRAN-REC NOT NUMERIC
             SET TRAN-REJECTED TO TRUE
             MOVE 'EMPID OR FIRST DAY NOT NUMERIC'
                  TO WS-REJECT-REASON
           ELSE
             EVALUATE TRUE
               WHEN TRN-IS-REQUEST
                 PERFORM REQUEST-LEAVE-PARA
               WHEN TRN-IS-APPROVE
                 PERFORM APPROVE-LEAVE-PARA
               WHEN TRN-IS-DENY
                 PERFORM DENY-LEAVE-PARA
               WHEN TRN-IS-CANCEL
                 PERFORM CANCEL-LEAVE-PARA
               WHEN OTHER
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
             END-EVALUATE
           END-IF.

      * ================================================================
      * REQUEST-LEAVE-PARA
      * ================================================================
       REQUEST-LEAVE-PARA.
           MOVE LR-START-DATE OF LVREQTRAN-REC TO WS-SPAN-START.
           IF LR-END-DATE OF LVREQTRAN-REC NUMERIC
               AND LR-END-DATE OF LVREQTRAN-REC NOT = ZERO
             MOVE LR-END-DATE OF LVREQTRAN-REC TO WS-SPAN-END
           ELSE
             MOVE WS-SPAN-START TO WS-SPAN-END
           END-IF.
           EVALUATE TRUE
             WHEN WS-SPAN-START < WS-TODAY
               SET TRAN-REJECTED TO TRUE
               MOVE 'FIRST DAY OFF IS IN THE PAST'
                    TO WS-REJECT-REASON
             WHEN WS-SPAN-END < WS-SPAN-START
               SET TRAN-REJECTED TO TRUE
               MOVE 'LAST DAY BEFORE FIRST DAY' TO WS-REJECT-REASON
             WHEN LR-DAILY-HOURS OF LVREQTRAN-REC NOT NUMERIC
                 OR LR-DAILY-HOURS OF LVREQTRAN-REC = ZERO
                 OR LR-DAILY-HOURS OF LVREQTRAN-REC > 24
               SET TRAN-REJECTED TO TRUE
               MOVE 'DAILY HOURS NOT VALID' TO WS-REJECT-REASON
             WHEN OTHER
               PERFORM CHECK-EMPLOYEE-PARA
           END-EVALUATE.
           IF TRAN-APPLIED
             PERFORM COUNT-WORKDAYS-PARA
             IF WS-WORKDAY-COUNT = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'NO WORKING DAYS IN THE SPAN'
                    TO WS-REJECT-REASON
             ELSE
               COMPUTE WS-SPAN-HOURS =
                   WS-WORKDAY-COUNT * LR-DAILY-HOURS OF LVREQTRAN-REC
             END-IF
           END-IF.
           IF TRAN-APPLIED
             PERFORM PROJECT-BALANCE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE LR-EMPID OF LVREQTRAN-REC
                  TO LR-EMPID OF LEAVEREQ-REC
             MOVE WS-SPAN-START TO LR-START-DATE OF LEAVEREQ-REC
             MOVE WS-SPAN-END TO LR-END-DATE OF LEAVEREQ-REC
             MOVE LR-DAILY-HOURS OF LVREQTRAN-REC
                  TO LR-DAILY-HOURS OF LEAVEREQ-REC
             MOVE WS-SPAN-HOURS TO LR-TOTAL-HOURS OF LEAVEREQ-REC
             MOVE 'R' TO LR-STATUS OF LEAVEREQ-REC
             MOVE WS-TODAY TO LR-REQUEST-DATE OF LEAVEREQ-REC
             MOVE ZERO TO LR-DECISION-DATE OF LEAVEREQ-REC
             MOVE ZERO TO LR-POSTED-THRU OF LEAVEREQ-REC
             MOVE ZERO TO LR-POSTED-HOURS OF LEAVEREQ-REC
             WRITE LEAVEREQ-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'REQUEST ALREADY ON FILE'
                        TO WS-REJECT-REASON
             END-WRITE
           END-IF.

      * ================================================================
      * APPROVE-LEAVE-PARA
      * The projection is run again at approval - approvals made
      * since the request was booked may have spoken for the hours.
      * ================================================================
       APPROVE-LEAVE-PARA.
           PERFORM READ-TARGET-PARA.
           IF TRAN-APPLIED
               AND NOT LR-IS-REQUESTED OF LEAVEREQ-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'REQUEST NOT AWAITING DECISION'
                  TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE LR-START-DATE OF LEAVEREQ-REC TO WS-SPAN-START
             MOVE LR-END-DATE OF LEAVEREQ-REC TO WS-SPAN-END
             MOVE LR-TOTAL-HOURS OF LEAVEREQ-REC TO WS-SPAN-HOURS
             PERFORM CHECK-EMPLOYEE-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM PROJECT-BALANCE-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM READ-TARGET-PARA
             MOVE 'A' TO LR-STATUS OF LEAVEREQ-REC
             MOVE WS-TODAY TO LR-DECISION-DATE OF LEAVEREQ-REC
             PERFORM REWRITE-TARGET-PARA
           END-IF.

      * ================================================================
      * DENY-LEAVE-PARA
      * ================================================================
       DENY-LEAVE-PARA.
           PERFORM READ-TARGET-PARA.
           IF TRAN-APPLIED
             IF (LR-IS-REQUESTED OF LEAVEREQ-REC
                 OR LR-IS-APPROVED OF LEAVEREQ-REC)
                 AND LR-POSTED-HOURS OF LEAVEREQ-REC = ZERO
               MOVE 'D' TO LR-STATUS OF LEAVEREQ-REC
               MOVE WS-TODAY TO LR-DECISION-DATE OF LEAVEREQ-REC
               PERFORM REWRITE-TARGET-PARA
             ELSE
               SET TRAN-REJECTED TO TRUE
               MOVE 'REQUEST CLOSED OR PARTLY TAKEN'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * CANCEL-LEAVE-PARA
      * An approved absence already partly taken is cut back to the
      * days that posted and closed, rather than cancelled whole -
      * the posted days are on leavetran.dta and stay there.
      * ================================================================
       CANCEL-LEAVE-PARA.
           PERFORM READ-TARGET-PARA.
           IF TRAN-APPLIED
             EVALUATE TRUE
               WHEN LR-IS-APPROVED OF LEAVEREQ-REC
                   AND LR-POSTED-HOURS OF LEAVEREQ-REC > ZERO
                 MOVE LR-POSTED-THRU OF LEAVEREQ-REC
                      TO LR-END-DATE OF LEAVEREQ-REC
                 MOVE LR-POSTED-HOURS OF LEAVEREQ-REC
                      TO LR-TOTAL-HOURS OF LEAVEREQ-REC
                 MOVE 'P' TO LR-STATUS OF LEAVEREQ-REC
                 PERFORM REWRITE-TARGET-PARA
               WHEN LR-IS-REQUESTED OF LEAVEREQ-REC
                   OR LR-IS-APPROVED OF LEAVEREQ-REC
                 MOVE 'C' TO LR-STATUS OF LEAVEREQ-REC
                 MOVE WS-TODAY TO LR-DECISION-DATE OF LEAVEREQ-REC
                 PERFORM REWRITE-TARGET-PARA
               WHEN OTHER
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REQUEST ALREADY CLOSED' TO WS-REJECT-REASON
             END-EVALUATE
           END-IF.

      * ================================================================
      * READ-TARGET-PARA
      * ================================================================
       READ-TARGET-PARA.
           MOVE LR-KEY OF LVREQTRAN-REC TO LR-KEY OF LEAVEREQ-REC.
           READ LEAVEREQ
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REQUEST NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

      * ================================================================
      * REWRITE-TARGET-PARA
      * ================================================================
       REWRITE-TARGET-PARA.
           REWRITE LEAVEREQ-REC
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      * ================================================================
      * CHECK-EMPLOYEE-PARA
      * Only a current employee books leave.
      * ================================================================
       CHECK-EMPLOYEE-PARA.
           MOVE LR-EMPID OF LVREQTRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EMPID NOT ON MASTER' TO WS-REJECT-REASON
               NOT INVALID KEY
                 IF NOT EMP-ACTIVE OF EMPLOYEE-FILE
                     AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT CURRENT' TO WS-REJECT-REASON
                 END-IF
           END-READ.

      * ================================================================
      * COUNT-WORKDAYS-PARA
      * Walks the span a day at a time on the integer calendar.
      * ================================================================
       COUNT-WORKDAYS-PARA.
           MOVE ZERO TO WS-WORKDAY-COUNT.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-SPAN-START).
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
               (WS-SPAN-END).
           PERFORM COUNT-ONE-DAY-PARA
               UNTIL WS-DAY-INT > WS-END-INT
                  OR WS-WORKDAY-COUNT >= 999.

      * ================================================================
      * COUNT-ONE-DAY-PARA
      * ================================================================
       COUNT-ONE-DAY-PARA.
           PERFORM CHECK-WORKDAY-PARA.
           IF DAY-IS-WORKDAY
             ADD 1 TO WS-WORKDAY-COUNT
           END-IF.
           ADD 1 TO WS-DAY-INT.

      * ================================================================
      * CHECK-WORKDAY-PARA
      * Day 1 of the integer calendar was a Monday, so the
      * remainder walk lands 1 = Monday through 7 = Sunday.
      * ================================================================
       CHECK-WORKDAY-PARA.
           SET DAY-IS-WORKDAY TO TRUE.
           COMPUTE WS-DOW-WORK =
               FUNCTION MOD (WS-DAY-INT - 1, 7) + 1.
           IF WS-DOW-WORK > 5
             SET DAY-IS-OFF-DAY TO TRUE
           ELSE
             COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
             PERFORM PROBE-ONE-HOLIDAY-PARA
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT
                    OR DAY-IS-OFF-DAY
           END-IF.

      * ================================================================
      * PROBE-ONE-HOLIDAY-PARA
      * ================================================================
       PROBE-ONE-HOLIDAY-PARA.
           IF WS-HOLIDAY (WS-CAL-IDX) = WS-DAY-DATE
             SET DAY-IS-OFF-DAY TO TRUE
           END-IF.

      * ================================================================
      * PROJECT-BALANCE-PARA
      * Balance today, plus the grants still to come before the
      * first day off, less every other approved hour not yet
      * taken, less this span.  The employee record is in the FD
      * from CHECK-EMPLOYEE-PARA.
      * ================================================================
       PROJECT-BALANCE-PARA.
           MOVE LR-EMPID OF LVREQTRAN-REC TO LV-EMPID OF LEAVEBAL-REC.
           READ LEAVEBAL
               INVALID KEY
                 MOVE ZERO TO LV-BALANCE OF LEAVEBAL-REC
                 MOVE ZERO TO LV-LAST-ACCRUAL OF LEAVEBAL-REC
           END-READ.
           MOVE LV-BALANCE OF LEAVEBAL-REC TO WS-PROJ-BALANCE.
      *    Months still to be granted: every accrual month after the
      *    last grant, up to and including the first day off's own.
      *    No grant yet means this month's is still to come.
           IF LV-LAST-ACCRUAL OF LEAVEBAL-REC = ZERO
             MOVE WS-TODAY TO WS-LAST-GRANT
             SUBTRACT 1 FROM WS-LAST-GRANT-M
             IF WS-LAST-GRANT-M = ZERO
               MOVE 12 TO WS-LAST-GRANT-M
               SUBTRACT 1 FROM WS-LAST-GRANT-Y
             END-IF
           ELSE
             MOVE LV-LAST-ACCRUAL OF LEAVEBAL-REC TO WS-LAST-GRANT
           END-IF.
           MOVE WS-SPAN-START TO WS-TARGET-DATE.
           COMPUTE WS-GRANT-MONTHS =
               (WS-TARGET-Y * 12 + WS-TARGET-M)
             - (WS-LAST-GRANT-Y * 12 + WS-LAST-GRANT-M).
           IF WS-GRANT-MONTHS > ZERO
             PERFORM FIND-TIER-HOURS-PARA
             COMPUTE WS-PROJ-BALANCE = WS-PROJ-BALANCE
                 + WS-GRANT-MONTHS * WS-BEST-HOURS
           END-IF.
           PERFORM SUM-OTHER-REQUESTS-PARA.
           COMPUTE WS-PROJ-BALANCE = WS-PROJ-BALANCE
               - WS-OTHER-APPROVED - WS-SPAN-HOURS.
           MOVE WS-PROJ-BALANCE TO WS-PROJ-ED.
           IF TRAN-APPLIED AND SPAN-OVERLAPS
             SET TRAN-REJECTED TO TRUE
             MOVE 'OVERLAPS ANOTHER OPEN REQUEST'
                  TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED AND WS-PROJ-BALANCE < ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE SPACES TO WS-REJECT-REASON
             STRING 'SHORT - PROJECTED ' DELIMITED BY SIZE
                    WS-PROJ-ED DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
             END-STRING
           END-IF.

      * ================================================================
      * FIND-TIER-HOURS-PARA
      * Service years exactly as LEAVACC reckons them - the shared
      * age calculation off EMPHDT, bridged for a rehire.
      * ================================================================
       FIND-TIER-HOURS-PARA.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPHDTD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPHDTY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-EXCEPTION
             MOVE ZERO TO WS-SVC-YEARS
           ELSE
             MOVE CA-AGE TO WS-SVC-YEARS
           END-IF.
           MOVE EMPID OF EMPLOYEE-FILE TO SB-EMPID.
           MOVE EMPHDTY OF EMPLOYEE-FILE TO SB-NEW-HIRE-Y.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO SB-NEW-HIRE-M.
           MOVE WS-SVC-YEARS TO SB-SVC-YEARS.
           PERFORM BRIDGE-SERVICE-PARA.
           MOVE SB-SVC-YEARS TO WS-SVC-YEARS.
           MOVE ZERO TO WS-BEST-HOURS.
           MOVE ZERO TO WS-BEST-MIN.
           PERFORM PICK-TIER-PARA
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT.

      * ================================================================
      * PICK-TIER-PARA
      * The highest tier whose minimum the employee's service meets.
      * ================================================================
       PICK-TIER-PARA.
           IF WS-SVC-YEARS >= WS-TIER-MIN-SVC (WS-TIER-IDX)
               AND (WS-BEST-HOURS = ZERO
                    OR WS-TIER-MIN-SVC (WS-TIER-IDX) >= WS-BEST-MIN)
             MOVE WS-TIER-MIN-SVC (WS-TIER-IDX) TO WS-BEST-MIN
             MOVE WS-TIER-HOURS (WS-TIER-IDX) TO WS-BEST-HOURS
           END-IF.

      * ================================================================
      * SUM-OTHER-REQUESTS-PARA
      * Browses the employee's requests from the lowest key up:
      * the untaken hours of every approved one other than the
      * request being decided, and whether any open one (requested
      * or approved) shares a day with this span.
      * ================================================================
       SUM-OTHER-REQUESTS-PARA.
           MOVE ZERO TO WS-OTHER-APPROVED.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE LR-EMPID OF LVREQTRAN-REC TO LR-EMPID OF LEAVEREQ-REC.
           MOVE ZERO TO LR-START-DATE OF LEAVEREQ-REC.
           MOVE ' ' TO WS-BROWSE-EOF.
           START LEAVEREQ KEY IS NOT LESS THAN LR-KEY OF LEAVEREQ-REC
               INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
             READ LEAVEREQ NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-BROWSE-EOF
                 NOT AT END
                   IF LR-EMPID OF LEAVEREQ-REC
                       NOT = LR-EMPID OF LVREQTRAN-REC
                     MOVE 'Y' TO WS-BROWSE-EOF
                   ELSE
                     PERFORM WEIGH-OTHER-REQUEST-PARA
                   END-IF
             END-READ
           END-PERFORM.

      * ================================================================
      * WEIGH-OTHER-REQUEST-PARA
      * ================================================================
       WEIGH-OTHER-REQUEST-PARA.
           IF LR-START-DATE OF LEAVEREQ-REC
               NOT = LR-START-DATE OF LVREQTRAN-REC
             IF LR-IS-APPROVED OF LEAVEREQ-REC
               COMPUTE WS-OTHER-APPROVED = WS-OTHER-APPROVED
                   + LR-TOTAL-HOURS OF LEAVEREQ-REC
                   - LR-POSTED-HOURS OF LEAVEREQ-REC
             END-IF
             IF (LR-IS-APPROVED OF LEAVEREQ-REC
                 OR LR-IS-REQUESTED OF LEAVEREQ-REC)
                 AND LR-START-DATE OF LEAVEREQ-REC <= WS-SPAN-END
                 AND LR-END-DATE OF LEAVEREQ-REC >= WS-SPAN-START
               MOVE 'Y' TO WS-OVERLAP-SW
             END-IF
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             IF TRN-IS-REQUEST OR TRN-IS-APPROVE
               DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                       LR-EMPID OF LVREQTRAN-REC " FROM "
                       LR-START-DATE OF LVREQTRAN-REC " "
                       WS-SPAN-HOURS " HOUR(S) - PROJECTED "
                       WS-PROJ-ED
             ELSE
               DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                       LR-EMPID OF LVREQTRAN-REC " FROM "
                       LR-START-DATE OF LVREQTRAN-REC
             END-IF
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     LR-EMPID OF LVREQTRAN-REC " FROM "
                     LR-START-DATE OF LVREQTRAN-REC " - "
                     WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE LVREQTRAN.
           CLOSE LEAVEREQ.
           CLOSE LEAVEBAL.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-BRIDGE-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "LVREQMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED".
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-REJECT-COUNT > 0 OR WS-TRAN-COUNT = ZERO
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
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
