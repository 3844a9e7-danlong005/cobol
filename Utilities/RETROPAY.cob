      *================================================================
      * RETROPAY
      * Retroactive pay for back-dated rate changes.  A salary
      * change keyed through COMPMAINT (or applied by MERITRUN)
      * with a review date weeks in the past reaches the bureau on
      * the next RATEFEED going forward only - every pay day
      * between the effective date and that feed was paid at the
      * old rate, and the difference used to be worked out on a
      * calculator.  Run this straight after RATEFEED.
      *
      * The compensation audit trail (./compaudit.dta) is walked
      * for change image pairs whose salary moved, keyed since the
      * last retro run and up to the rate feed now on hand
      * (./ratefeed.dta, its header's run date and time), and whose
      * effective date (CMP-REVIEW-DATE on the after image) is
      * before that feed.  For each one, every pay day on the
      * business calendar (./bizcal.parm, type P lines) from the
      * effective date up to the day before the feed is owed
      *
      *    (new salary - old salary) / pay days in that year
      *
      * - negative for a back-dated cut, which the bureau recovers.
      * Two back-dated changes on one employee each carry their own
      * difference, so a correction nets out against the change it
      * corrects.
      *
      *    ./retroadj.dta   HDR  generation number, run date/time
      *                     detail  EMPID, pay type RET, pay date,
      *                             signed amount, effective date
      *                     TRL  record count and net money total
      *
      * The register (./retroreg_YYYYMMDD.rpt) lists each employee's
      * periods and amounts with a subtotal per employee and the
      * company control totals.  How far the trail has been worked,
      * the generation, and the generation of the rate feed last
      * worked are kept on ./retroctl.dta so a rerun never pays the
      * same change twice.  The file is registered on the interface
      * ledger as RETROPAY to PAYBUREAU.  RC 4 when there is nothing
      * to adjust or no rate feed to measure from.
      *
      * The first run on a site - no ./retroctl.dta - pays nothing:
      * it starts the control file at the feed on hand, so only
      * changes keyed after that feed are ever back-paid (changes
      * before it were settled by hand, as they always were).  Each
      * run must follow exactly one RATEFEED: a feed generation
      * other than the last one worked plus one means feeds went to
      * the bureau unworked, their changes would all be measured
      * against the wrong feed, and the run stops with RC 8 until
      * those feeds are settled and ./retroctl.dta is put right.
      * A control file that is there but cannot be read is RC 8
      * too.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT ASSIGN TO './compaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT RATEFILE ASSIGN TO './ratefeed.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
      *
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT RETROCTL ASSIGN TO './retroctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT RETROFILE ASSIGN TO './retroadj.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORTED-OUT ASSIGN TO './retrosort.tmp'
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
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
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
      * Only the header of the last rate feed is read - when it ran.
           FD RATEFILE.
           01 RATEFILE-HEADER.
              05 RFH-CODE        PIC     X(3).
                 88 RFH-IS-HEADER      VALUE 'HDR'.
              05 RFH-GEN         PIC     9(5).
              05 RFH-RUN-DATE    PIC     9(8).
              05 RFH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC     X(2).
      *
           FD CALFILE.
           01 CALFILE-REC.
              05 CAL-TYPE        PIC     X(1).
              05 FILLER          PIC     X(1).
              05 CAL-DATE        PIC     9(8).
      *
           FD RETROCTL.
           01 RETROCTL-REC.
              05 RC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 RC-THRU-STAMP   PIC    9(14).
              05 FILLER          PIC     X(1).
              05 RC-FEED-GEN     PIC     9(5).
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD RETROFILE.
           01 RETROFILE-REC.
              05 RA-EMPID        PIC     9(5).
              05 RA-PAY-TYPE     PIC     X(3).
              05 RA-PAY-DATE     PIC     9(8).
              05 RA-AMOUNT       PIC  S9(7)V99
                                 SIGN IS LEADING SEPARATE.
              05 RA-EFF-DATE     PIC     9(8).
      *
           01 RETROFILE-HEADER REDEFINES RETROFILE-REC.
              05 RAH-CODE        PIC     X(3).
                 88 RAH-IS-HEADER      VALUE 'HDR'.
              05 RAH-GEN         PIC     9(5).
              05 RAH-RUN-DATE    PIC     9(8).
              05 RAH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC    X(12).
      *
           01 RETROFILE-TRAILER REDEFINES RETROFILE-REC.
              05 RAT-CODE        PIC     X(3).
                 88 RAT-IS-TRAILER     VALUE 'TRL'.
              05 RAT-COUNT       PIC     9(7).
              05 RAT-MONEY       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
              05 FILLER          PIC     X(6).
      *
      * One sort record per pay day owed on one change.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-EMPID     PIC        9(5).
              05 SR-EFF-DATE  PIC        9(8).
              05 SR-PAY-DATE  PIC        9(8).
              05 SR-OLD-SAL   PIC    9(7)V99.
              05 SR-NEW-SAL   PIC    9(7)V99.
              05 SR-AMOUNT    PIC  S9(7)V99
                              SIGN IS LEADING SEPARATE.
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-EMPID     PIC        9(5).
              05 SO-EFF-DATE  PIC        9(8).
              05 SO-PAY-DATE  PIC        9(8).
              05 SO-OLD-SAL   PIC    9(7)V99.
              05 SO-NEW-SAL   PIC    9(7)V99.
              05 SO-AMOUNT    PIC  S9(7)V99
                              SIGN IS LEADING SEPARATE.
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
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
           01 WS-CAL-EOF      PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-RATE-STATUS  PIC        X(2).
              88 WS-RATE-OK          VALUE '00'.
           01 WS-CAL-STATUS   PIC        X(2).
              88 WS-CAL-OK           VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
      * The compensation images of one audit pair.
           01 WS-OLD-COMP.
              COPY "COMP-REC.cob".
           01 WS-NEW-COMP.
              COPY "COMP-REC.cob".
      *
      * The window of the trail this run works: keyed after the
      * last run's stamp, up to the feed's own stamp.
           01 WS-FEED-SW      PIC        X(1) VALUE 'N'.
              88 FEED-ON-HAND        VALUE 'Y'.
           01 WS-FEED-DATE    PIC        9(8) VALUE ZERO.
           01 WS-FEED-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-THRU-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-AUDIT-STAMP  PIC       9(14).
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-FEED-GEN     PIC        9(5) VALUE ZERO.
           01 WS-LAST-FEED-GEN PIC       9(5) VALUE ZERO.
           01 WS-NEXT-FEED-GEN PIC       9(5) VALUE ZERO.
           01 WS-CTL-SW       PIC        X(1) VALUE 'N'.
              88 CONTROL-ON-HAND     VALUE 'Y'.
              88 FIRST-RETRO-RUN     VALUE 'N'.
           01 WS-FEED-GEN-SW  PIC        X(1) VALUE 'N'.
              88 FEED-GEN-KNOWN      VALUE 'Y'.
      *
      * Pay days from the business calendar, and how many fall in
      * each pay day's year.
           01 WS-PAYDAY-TBL.
              05 WS-PAYDAY OCCURS 200 TIMES PIC 9(8).
           01 WS-PAYDAY-COUNT PIC        9(3) VALUE ZERO.
           01 WS-PAYDAY-IDX   PIC        9(3) VALUE ZERO.
           01 WS-YEAR-IDX     PIC        9(3) VALUE ZERO.
           01 WS-YEAR-PAYDAYS PIC        9(3).
      *
           01 WS-PERIOD-AMOUNT PIC  S9(7)V99.
      *
           01 WS-CHANGE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-MONEY-TOTAL  PIC  S9(11)V99 VALUE ZERO.
           01 WS-EMP-COUNT    PIC        9(5) VALUE ZERO.
      *
      * Control break on employee.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD        VALUE 'Y'.
              88 NOT-FIRST-RECORD    VALUE 'N'.
           01 WS-CUR-EMPID    PIC        9(5).
           01 WS-EMP-TOTAL    PIC  S9(9)V99.
           01 WS-EMP-PERIODS  PIC        9(3).
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-SALARY-ED    PIC     Z,ZZZ,ZZ9.99.
           01 WS-AMOUNT-ED    PIC   -Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-ED     PIC -ZZZ,ZZZ,ZZ9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'RETROPAY'.
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
       COPY "IFLEDGER_DEF.cob".
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
           PERFORM LOAD-CONTROL-PARA.
           PERFORM LOAD-FEED-STAMP-PARA.
           IF FIRST-RETRO-RUN
             PERFORM START-CONTROL-PARA
           END-IF.
           PERFORM CHECK-FEED-GEN-PARA.
           PERFORM LOAD-PAYDAYS-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "RETROPAY: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-GENERATION.
           OPEN OUTPUT RETROFILE.
           MOVE SPACES TO RETROFILE-REC.
           SET RAH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO RAH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RAH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RAH-RUN-TIME.
           WRITE RETROFILE-REC.
           MOVE SPACES TO RP-FNAME.
           STRING './retroreg_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'RETROPAY - RETROACTIVE PAY REGISTER' TO RP-TITLE.
           MOVE 'EMPID NAME / EFFECTIVE' TO RP-COLHDG (1:22).
           MOVE 'PAY DATE' TO RP-COLHDG (28:8).
           MOVE 'OLD SALARY' TO RP-COLHDG (40:10).
           MOVE 'NEW SALARY' TO RP-COLHDG (54:10).
           MOVE 'AMOUNT' TO RP-COLHDG (72:6).
           MOVE WS-FEED-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "RETROPAY - GENERATION " WS-GENERATION
                   " THROUGH FEED OF " WS-FEED-DATE.
           DISPLAY "----------------------------------------------".
           SORT SORT-WORK
               ON ASCENDING KEY SR-EMPID SR-EFF-DATE SR-PAY-DATE
               INPUT PROCEDURE IS SELECT-CHANGES-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * LOAD-CONTROL-PARA
      * The last run's generation, how far into the trail it
      * worked, and the feed generation it worked against.  Absent
      * on the first run only; a control file that is there but
      * cannot be read stops the run rather than letting it work
      * the whole trail.  A control line written before the feed
      * generation was kept carries none, and the next run takes
      * the feed on hand as the one that follows it.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT RETROCTL.
           EVALUATE TRUE
             WHEN WS-CTL-OK
               READ RETROCTL INTO RETROCTL-REC
                   AT END
                     CONTINUE
                   NOT AT END
                     IF RC-GEN NUMERIC AND RC-THRU-STAMP NUMERIC
                       SET CONTROL-ON-HAND TO TRUE
                       MOVE RC-GEN TO WS-GENERATION
                       MOVE RC-THRU-STAMP TO WS-THRU-STAMP
                       IF RC-FEED-GEN NUMERIC
                         SET FEED-GEN-KNOWN TO TRUE
                         MOVE RC-FEED-GEN TO WS-LAST-FEED-GEN
                       END-IF
                     END-IF
               END-READ
               CLOSE RETROCTL
               IF FIRST-RETRO-RUN
                 DISPLAY "RETROPAY: *** RETROCTL.DTA HOLDS NO "
                         "CONTROL RECORD - NOT RUN ***"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN WS-CTL-STATUS = '35'
               CONTINUE
             WHEN OTHER
               DISPLAY "RETROPAY: *** CANNOT OPEN RETROCTL.DTA - "
                       "STATUS " WS-CTL-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE.

      * ================================================================
      * START-CONTROL-PARA
      * First run on the site: the control file starts at the feed
      * on hand and nothing is paid - the trail before it holds
      * every rate change in history, long since settled.
      * ================================================================
       START-CONTROL-PARA.
           OPEN OUTPUT RETROCTL.
           MOVE SPACES TO RETROCTL-REC.
           MOVE ZERO TO RC-GEN.
           MOVE WS-FEED-STAMP TO RC-THRU-STAMP.
           MOVE WS-FEED-GEN TO RC-FEED-GEN.
           WRITE RETROCTL-REC.
           CLOSE RETROCTL.
           DISPLAY "RETROPAY: NO PRIOR RUN - CONTROL STARTED AT "
                   "RATE FEED GENERATION " WS-FEED-GEN
                   ", NOTHING BACK-PAID".
           DISPLAY "RETROPAY: CHANGES KEYED AFTER THAT FEED ARE "
                   "WORKED FROM THE NEXT RUN ON".
           MOVE 4 TO RETURN-CODE.
           GOBACK.

      * ================================================================
      * CHECK-FEED-GEN-PARA
      * The feed on hand must be the one after the feed last
      * worked.  Any gap means changes have already gone to the
      * bureau on a feed this program never measured against.
      * ================================================================
       CHECK-FEED-GEN-PARA.
           IF FEED-GEN-KNOWN
             COMPUTE WS-NEXT-FEED-GEN = WS-LAST-FEED-GEN + 1
             IF WS-FEED-GEN NOT = WS-NEXT-FEED-GEN
               DISPLAY "RETROPAY: *** RATE FEED GENERATION "
                       WS-FEED-GEN " ON HAND, " WS-NEXT-FEED-GEN
                       " EXPECTED - NOT RUN ***"
               DISPLAY "RETROPAY: *** SETTLE THE UNWORKED FEEDS BY "
                       "HAND AND CORRECT RETROCTL.DTA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

      * ================================================================
      * LOAD-FEED-STAMP-PARA
      * When the rate feed now on hand ran.  Without one there is
      * no "last feed" to be back-dated against.
      * ================================================================
       LOAD-FEED-STAMP-PARA.
           OPEN INPUT RATEFILE.
           IF WS-RATE-OK
             READ RATEFILE INTO RATEFILE-HEADER
                 AT END
                   CONTINUE
                 NOT AT END
                   IF RFH-IS-HEADER AND RFH-RUN-DATE NUMERIC
                       AND RFH-RUN-TIME NUMERIC AND RFH-GEN NUMERIC
                     SET FEED-ON-HAND TO TRUE
                     MOVE RFH-GEN TO WS-FEED-GEN
                     MOVE RFH-RUN-DATE TO WS-FEED-DATE
                     COMPUTE WS-FEED-STAMP =
                         RFH-RUN-DATE * 1000000 + RFH-RUN-TIME
                   END-IF
             END-READ
             CLOSE RATEFILE
           END-IF.
           IF NOT FEED-ON-HAND
             DISPLAY "RETROPAY: NO RATE FEED ON HAND - NOTHING CAN "
                     "BE BACK-DATED, RUN RATEFEED FIRST"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-FEED-STAMP <= WS-THRU-STAMP
             DISPLAY "RETROPAY: NO RATE FEED SINCE THE LAST RETRO "
                     "RUN - NOTHING TO DO"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * LOAD-PAYDAYS-PARA
      * ================================================================
       LOAD-PAYDAYS-PARA.
           OPEN INPUT CALFILE.
           IF WS-CAL-OK
             MOVE ' ' TO WS-CAL-EOF
             READ CALFILE INTO CALFILE-REC
                  AT END MOVE 'Y' TO WS-CAL-EOF
             END-READ
             PERFORM UNTIL WS-CAL-EOF = 'Y'
               IF CAL-TYPE = 'P' AND CAL-DATE NUMERIC
                   AND WS-PAYDAY-COUNT < 200
                 ADD 1 TO WS-PAYDAY-COUNT
                 MOVE CAL-DATE TO WS-PAYDAY (WS-PAYDAY-COUNT)
               END-IF
               READ CALFILE INTO CALFILE-REC
                    AT END MOVE 'Y' TO WS-CAL-EOF
               END-READ
             END-PERFORM
             CLOSE CALFILE
           END-IF.
           IF WS-PAYDAY-COUNT = ZERO
             DISPLAY "RETROPAY: *** NO PAY DAYS ON BIZCAL.PARM - "
                     "RETRO CANNOT BE PERIODIZED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * SELECT-CHANGES-PARA
      * SORT input procedure - one walk of the compensation trail.
      * ================================================================
       SELECT-CHANGES-PARA.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "RETROPAY: NO COMPENSATION AUDIT TRAIL - NO "
                     "CHANGES TO WORK"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT INTO AUDIT-REC
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               ADD 1 TO WS-READ-COUNT
               PERFORM CHECK-ONE-CHANGE-PARA
               READ AUDIT INTO AUDIT-REC
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.

      * ================================================================
      * CHECK-ONE-CHANGE-PARA
      * A change pair in the window whose salary moved and whose
      * effective date is before the feed.
      * ================================================================
       CHECK-ONE-CHANGE-PARA.
           IF AUD-ACTION = 'C'
               AND AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
             COMPUTE WS-AUDIT-STAMP =
                 AUD-RUN-DATE * 1000000 + AUD-RUN-TIME
             IF WS-AUDIT-STAMP > WS-THRU-STAMP
                 AND WS-AUDIT-STAMP <= WS-FEED-STAMP
               MOVE AUD-BEFORE-IMAGE TO WS-OLD-COMP
               MOVE AUD-AFTER-IMAGE TO WS-NEW-COMP
               IF CMP-SALARY OF WS-OLD-COMP NUMERIC
                   AND CMP-SALARY OF WS-NEW-COMP NUMERIC
                   AND CMP-REVIEW-DATE OF WS-NEW-COMP NUMERIC
                   AND CMP-SALARY OF WS-OLD-COMP
                       NOT = CMP-SALARY OF WS-NEW-COMP
                   AND CMP-REVIEW-DATE OF WS-NEW-COMP < WS-FEED-DATE
                 ADD 1 TO WS-CHANGE-COUNT
                 PERFORM RELEASE-ONE-PERIOD-PARA
                     VARYING WS-PAYDAY-IDX FROM 1 BY 1
                     UNTIL WS-PAYDAY-IDX > WS-PAYDAY-COUNT
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * RELEASE-ONE-PERIOD-PARA
      * A pay day from the effective date up to the day before the
      * feed was paid at the old rate.
      * ================================================================
       RELEASE-ONE-PERIOD-PARA.
           IF WS-PAYDAY (WS-PAYDAY-IDX)
                  >= CMP-REVIEW-DATE OF WS-NEW-COMP
               AND WS-PAYDAY (WS-PAYDAY-IDX) < WS-FEED-DATE
             MOVE ZERO TO WS-YEAR-PAYDAYS
             PERFORM COUNT-YEAR-PAYDAY-PARA
                 VARYING WS-YEAR-IDX FROM 1 BY 1
                 UNTIL WS-YEAR-IDX > WS-PAYDAY-COUNT
             COMPUTE WS-PERIOD-AMOUNT ROUNDED =
                 (CMP-SALARY OF WS-NEW-COMP
                  - CMP-SALARY OF WS-OLD-COMP) / WS-YEAR-PAYDAYS
             MOVE CMP-EMPID OF WS-NEW-COMP TO SR-EMPID
             MOVE CMP-REVIEW-DATE OF WS-NEW-COMP TO SR-EFF-DATE
             MOVE WS-PAYDAY (WS-PAYDAY-IDX) TO SR-PAY-DATE
             MOVE CMP-SALARY OF WS-OLD-COMP TO SR-OLD-SAL
             MOVE CMP-SALARY OF WS-NEW-COMP TO SR-NEW-SAL
             MOVE WS-PERIOD-AMOUNT TO SR-AMOUNT
             RELEASE SORT-REC
           END-IF.

      * ================================================================
      * COUNT-YEAR-PAYDAY-PARA
      * ================================================================
       COUNT-YEAR-PAYDAY-PARA.
           IF WS-PAYDAY (WS-YEAR-IDX) (1:4)
               = WS-PAYDAY (WS-PAYDAY-IDX) (1:4)
             ADD 1 TO WS-YEAR-PAYDAYS
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One register section and one adjustment line per period,
      * employee by employee.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               SET NOT-FIRST-RECORD TO TRUE
               PERFORM START-EMP-PARA
             ELSE
               IF SO-EMPID NOT = WS-CUR-EMPID
                 PERFORM WRITE-EMP-TOTAL-PARA
                 PERFORM START-EMP-PARA
               END-IF
             END-IF

             PERFORM WRITE-ONE-PERIOD-PARA

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF NOT-FIRST-RECORD
             PERFORM WRITE-EMP-TOTAL-PARA
           END-IF.

      * ================================================================
      * START-EMP-PARA
      * ================================================================
       START-EMP-PARA.
           MOVE SO-EMPID TO WS-CUR-EMPID.
           ADD 1 TO WS-EMP-COUNT.
           MOVE ZERO TO WS-EMP-TOTAL.
           MOVE ZERO TO WS-EMP-PERIODS.
           MOVE SPACES TO RP-DETAIL.
           MOVE SO-EMPID TO RP-DETAIL (1:5).
           MOVE SO-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON EMPLOYEE MASTER)' TO RP-DETAIL (7:24)
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE TO RP-DETAIL (7:35)
           END-READ.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-ONE-PERIOD-PARA
      * ================================================================
       WRITE-ONE-PERIOD-PARA.
           MOVE SPACES TO RETROFILE-REC.
           MOVE SO-EMPID TO RA-EMPID.
           MOVE 'RET' TO RA-PAY-TYPE.
           MOVE SO-PAY-DATE TO RA-PAY-DATE.
           MOVE SO-AMOUNT TO RA-AMOUNT.
           MOVE SO-EFF-DATE TO RA-EFF-DATE.
           WRITE RETROFILE-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD 1 TO WS-EMP-PERIODS.
           ADD SO-AMOUNT TO WS-MONEY-TOTAL.
           ADD SO-AMOUNT TO WS-EMP-TOTAL.
           MOVE SPACES TO RP-DETAIL.
           MOVE SO-EFF-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (9:10).
           MOVE SO-PAY-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (27:10).
           MOVE SO-OLD-SAL TO WS-SALARY-ED.
           MOVE WS-SALARY-ED TO RP-DETAIL (38:12).
           MOVE SO-NEW-SAL TO WS-SALARY-ED.
           MOVE WS-SALARY-ED TO RP-DETAIL (52:12).
           MOVE SO-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO RP-DETAIL (65:13).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-EMP-TOTAL-PARA
      * ================================================================
       WRITE-EMP-TOTAL-PARA.
           MOVE WS-EMP-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING '  TOTAL FOR ' DELIMITED BY SIZE
                  WS-CUR-EMPID DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-EMP-PERIODS DELIMITED BY SIZE
                  ' PERIOD(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           MOVE WS-TOTAL-ED TO RP-DETAIL (63:15).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * Writes the control trailer, advances the control file past
      * this feed, and registers the file on the interface ledger.
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE SPACES TO RETROFILE-REC.
           SET RAT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO RAT-COUNT.
           MOVE WS-MONEY-TOTAL TO RAT-MONEY.
           WRITE RETROFILE-REC.
           CLOSE RETROFILE.
           CLOSE EMPLOYEE.
           OPEN OUTPUT RETROCTL.
           MOVE SPACES TO RETROCTL-REC.
           MOVE WS-GENERATION TO RC-GEN.
           MOVE WS-FEED-STAMP TO RC-THRU-STAMP.
           MOVE WS-FEED-GEN TO RC-FEED-GEN.
           WRITE RETROCTL-REC.
           CLOSE RETROCTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-MONEY-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'COMPANY: ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  ' BACK-DATED CHANGE(S), ' DELIMITED BY SIZE
                  WS-EMP-COUNT DELIMITED BY SIZE
                  ' EMPLOYEE(S), ' DELIMITED BY SIZE
                  WS-FEED-COUNT DELIMITED BY SIZE
                  ' PERIOD LINE(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'COMPANY: NET RETRO MONEY' TO RP-DETAIL (1:24).
           MOVE WS-TOTAL-ED TO RP-DETAIL (63:15).
           PERFORM WRITE-REPORT-LINE-PARA.
           SET RP-CONFIDENTIAL TO TRUE.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "RETROPAY: " WS-CHANGE-COUNT " BACK-DATED "
                   "CHANGE(S), " WS-FEED-COUNT " PERIOD LINE(S) FOR "
                   WS-EMP-COUNT " EMPLOYEE(S)".
           DISPLAY "RETROPAY: NET RETRO MONEY " WS-TOTAL-ED.
           MOVE 'RETROPAY' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'PAYBUREAU' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-FEED-COUNT = ZERO
             DISPLAY "RETROPAY: NO BACK-DATED CHANGE OWES A PERIOD"
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
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
