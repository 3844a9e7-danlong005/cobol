      *================================================================
      * BENDEDN
      * Benefit premium deduction feed to the payroll bureau, one
      * pay period at a time, on the RETROPAY pattern.  Every
      * election on ./benelect.dat (copybooks/BENELECT-REC.cob) that
      * is in effect on the pay date, for an ACTIVE or on-leave
      * employee, deducts the employee premium for its plan, option,
      * and tier from the rate table (./planrate.parm, copybooks/
      * PLANRATE-REC.cob).
      *
      * The pay date is the first command-line token (YYYYMMDD);
      * with none, the next P day on the business calendar
      * (./bizcal.parm) on or after today.
      *
      *    ./benededn.dta   HDR  generation number, run date/time,
      *                          pay date
      *                     detail  EMPID, plan, option, tier, pay
      *                             date, deduction
      *                     TRL  record count and money total
      *
      * An election whose plan/option/tier has since lost its rate
      * line is fed nothing and listed as an exception on the
      * register (./benededn_YYYYMMDD.rpt), which also totals the
      * deductions by plan for reconciling the carrier's bill.  The
      * generation and last pay date fed are kept on ./benectl.dta;
      * feeding the same pay date twice is warned of, since the
      * bureau must drop the earlier file.  The file is registered
      * on the interface ledger as BENDEDN to PAYBUREAU.  RC 8 with
      * no pay date to feed; RC 4 on exceptions, a repeated pay
      * date, or nothing to deduct.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENDEDN.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BENEMSTR ASSIGN TO './benelect.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BE-KEY OF BENEMSTR-REC
              FILE STATUS IS WS-BEN-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT RATEPARM ASSIGN TO './planrate.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
      *
              SELECT CALFILE ASSIGN TO './bizcal.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
      *
              SELECT BENECTL ASSIGN TO './benectl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT DEDNFILE ASSIGN TO './benededn.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD BENEMSTR.
           01 BENEMSTR-REC.
              COPY "BENELECT-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD RATEPARM.
           01 RATEPARM-REC.
              COPY "PLANRATE-REC.cob".
      *
           FD CALFILE.
           01 CALFILE-REC.
              05 CAL-TYPE        PIC     X(1).
              05 FILLER          PIC     X(1).
              05 CAL-DATE        PIC     9(8).
      *
           FD BENECTL.
           01 BENECTL-REC.
              05 BC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 BC-PAY-DATE     PIC     9(8).
      *
           FD DEDNFILE.
           01 DEDNFILE-REC.
              05 BD-EMPID        PIC     9(5).
              05 BD-PLAN         PIC     X(3).
              05 BD-OPTION       PIC     X(6).
              05 BD-TIER         PIC     X(2).
              05 BD-PAY-DATE     PIC     9(8).
              05 BD-AMOUNT       PIC   9(5)V99.
      *
           01 DEDNFILE-HEADER REDEFINES DEDNFILE-REC.
              05 BDH-CODE        PIC     X(3).
                 88 BDH-IS-HEADER      VALUE 'HDR'.
              05 BDH-GEN         PIC     9(5).
              05 BDH-RUN-DATE    PIC     9(8).
              05 BDH-RUN-TIME    PIC     9(6).
              05 BDH-PAY-DATE    PIC     9(8).
              05 FILLER          PIC     X(1).
      *
           01 DEDNFILE-TRAILER REDEFINES DEDNFILE-REC.
              05 BDT-CODE        PIC     X(3).
                 88 BDT-IS-TRAILER     VALUE 'TRL'.
              05 BDT-COUNT       PIC     9(7).
              05 BDT-MONEY       PIC  9(11)V99.
              05 FILLER          PIC     X(8).
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
           01 WS-BEN-EOF      PIC        A(1).
           01 WS-RATE-EOF     PIC        A(1).
           01 WS-CAL-EOF      PIC        A(1).
           01 WS-BEN-STATUS   PIC        X(2).
              88 WS-BEN-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-RATE-STATUS  PIC        X(2).
              88 WS-RATE-OK          VALUE '00'.
           01 WS-CAL-STATUS   PIC        X(2).
              88 WS-CAL-OK           VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
      *
      * The pay date being fed, and the generation.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-DATE-PARM    PIC        X(8).
           01 WS-PAY-DATE     PIC        9(8) VALUE ZERO.
           01 WS-TODAY        PIC        9(8).
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-LAST-PAY-DATE PIC       9(8) VALUE ZERO.
           01 WS-REFEED-SW    PIC        X(1) VALUE 'N'.
              88 PAY-DATE-ALREADY-FED VALUE 'Y'.
      *
      * The rate table, premiums and all.
           01 WS-RATE-TBL.
              05 WS-RATE-ENTRY OCCURS 200 TIMES.
                 10 WS-RATE-PLAN      PIC  X(3).
                 10 WS-RATE-OPTION    PIC  X(6).
                 10 WS-RATE-TIER      PIC  X(2).
                 10 WS-RATE-PREMIUM   PIC  9(5)V99.
           01 WS-RATE-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-RATE-IDX     PIC        9(3) VALUE ZERO.
           01 WS-RATE-SLOT    PIC        9(3) VALUE ZERO.
      *
      * Deductions by plan, for the register's closing totals.
           01 WS-PLAN-TBL.
              05 WS-PLAN-ENTRY OCCURS 20 TIMES.
                 10 WS-PLAN-CODE      PIC  X(3).
                 10 WS-PLAN-COUNT     PIC  9(5).
                 10 WS-PLAN-MONEY     PIC  9(9)V99.
           01 WS-PLAN-TOTALS  PIC        9(2) VALUE ZERO.
           01 WS-PLAN-IDX     PIC        9(2) VALUE ZERO.
           01 WS-PLAN-SLOT    PIC        9(2) VALUE ZERO.
      *
      * The employee behind the election in hand - read once per
      * EMPID, the elections arriving in EMPID order.
           01 WS-CUR-EMPID    PIC        9(5) VALUE ZERO.
           01 WS-EMP-SW       PIC        X(1).
              88 EMP-DEDUCTS         VALUE 'Y'.
              88 EMP-DEDUCTS-NOT     VALUE 'N'.
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-MONEY-TOTAL  PIC   9(11)V99 VALUE ZERO.
           01 WS-EMPID-HASH   PIC       9(10) VALUE ZERO.
           01 WS-EXCEPT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-FUTURE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-INACTIVE-COUNT PIC      9(5) VALUE ZERO.
      *
           01 WS-AMOUNT-ED    PIC      ZZ,ZZ9.99.
           01 WS-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'BENDEDN'.
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
           PERFORM SET-PAY-DATE-PARA.
           PERFORM LOAD-RATES-PARA.
           PERFORM LOAD-CONTROL-PARA.
           OPEN INPUT BENEMSTR.
           IF NOT WS-BEN-OK
             DISPLAY "BENDEDN: *** NO ELECTIONS FILE - RUN "
                     "BENMAINT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "BENDEDN: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE BENEMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT DEDNFILE.
           MOVE SPACES TO DEDNFILE-REC.
           SET BDH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO BDH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BDH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BDH-RUN-TIME.
           MOVE WS-PAY-DATE TO BDH-PAY-DATE.
           WRITE DEDNFILE-REC.
           MOVE SPACES TO RP-FNAME.
           STRING './benededn_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'BENDEDN - BENEFIT DEDUCTION REGISTER' TO RP-TITLE.
           MOVE 'EMPID LAST NAME            PLAN OPTION TIER'
                TO RP-COLHDG.
           MOVE 'DEDUCTION' TO RP-COLHDG (50:9).
           MOVE WS-PAY-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "BENDEDN - GENERATION " WS-GENERATION
                   " FOR PAY DATE " WS-PAY-DATE.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * SET-PAY-DATE-PARA
      * The pay date from the command line, or the next pay day on
      * the business calendar.
      * ================================================================
       SET-PAY-DATE-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DATE-PARM.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF WS-DATE-PARM IS NUMERIC
             MOVE WS-DATE-PARM TO WS-PAY-DATE
           ELSE
             OPEN INPUT CALFILE
             IF WS-CAL-OK
               MOVE ' ' TO WS-CAL-EOF
               READ CALFILE INTO CALFILE-REC
                    AT END MOVE 'Y' TO WS-CAL-EOF
               END-READ
               PERFORM UNTIL WS-CAL-EOF = 'Y'
                 IF CAL-TYPE = 'P' AND CAL-DATE NUMERIC
                     AND CAL-DATE >= WS-TODAY
                     AND (WS-PAY-DATE = ZERO
                          OR CAL-DATE < WS-PAY-DATE)
                   MOVE CAL-DATE TO WS-PAY-DATE
                 END-IF
                 READ CALFILE INTO CALFILE-REC
                      AT END MOVE 'Y' TO WS-CAL-EOF
                 END-READ
               END-PERFORM
               CLOSE CALFILE
             END-IF
           END-IF.
           IF WS-PAY-DATE = ZERO
             DISPLAY "BENDEDN: *** NO PAY DATE GIVEN AND NO PAY DAY "
                     "AHEAD ON BIZCAL.PARM - NOTHING FED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * LOAD-RATES-PARA
      * ================================================================
       LOAD-RATES-PARA.
           OPEN INPUT RATEPARM.
           IF NOT WS-RATE-OK
             DISPLAY "BENDEDN: *** NO PLANRATE.PARM ON HAND - "
                     "RUN ENDED, NOTHING FED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-RATE-EOF.
           READ RATEPARM INTO RATEPARM-REC
                AT END MOVE 'Y' TO WS-RATE-EOF
           END-READ.
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               OR WS-RATE-COUNT >= 200
             IF RATEPARM-REC (1:1) NOT = '*'
                 AND PR-PLAN NOT = SPACES
                 AND PR-PREMIUM NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE PR-PLAN TO WS-RATE-PLAN (WS-RATE-COUNT)
               MOVE PR-OPTION TO WS-RATE-OPTION (WS-RATE-COUNT)
               MOVE PR-TIER TO WS-RATE-TIER (WS-RATE-COUNT)
               MOVE PR-PREMIUM TO WS-RATE-PREMIUM (WS-RATE-COUNT)
             END-IF
             READ RATEPARM INTO RATEPARM-REC
                  AT END MOVE 'Y' TO WS-RATE-EOF
             END-READ
           END-PERFORM.
           CLOSE RATEPARM.

      * ================================================================
      * LOAD-CONTROL-PARA
      * The last generation sent and the pay date it fed.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT BENECTL.
           IF WS-CTL-OK
             READ BENECTL INTO BENECTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF BC-GEN NUMERIC AND BC-PAY-DATE NUMERIC
                     MOVE BC-GEN TO WS-GENERATION
                     MOVE BC-PAY-DATE TO WS-LAST-PAY-DATE
                   END-IF
             END-READ
             CLOSE BENECTL
           END-IF.
           IF WS-LAST-PAY-DATE = WS-PAY-DATE
             SET PAY-DATE-ALREADY-FED TO TRUE
             DISPLAY "BENDEDN: PAY DATE " WS-PAY-DATE " ALREADY "
                     "FED IN GENERATION " WS-GENERATION
                     " - THE BUREAU MUST DROP THAT FILE"
           END-IF.
           ADD 1 TO WS-GENERATION.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-BEN-EOF.
           READ BENEMSTR
                AT END MOVE 'Y' TO WS-BEN-EOF
           END-READ.
           PERFORM UNTIL WS-BEN-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             PERFORM DEDUCT-ONE-ELECTION-PARA
             READ BENEMSTR
                  AT END MOVE 'Y' TO WS-BEN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * DEDUCT-ONE-ELECTION-PARA
      * An election in effect on the pay date, for an employee
      * still on the books, deducts its rate.
      * ================================================================
       DEDUCT-ONE-ELECTION-PARA.
           IF BE-EMPID OF BENEMSTR-REC NOT = WS-CUR-EMPID
             MOVE BE-EMPID OF BENEMSTR-REC TO WS-CUR-EMPID
             MOVE WS-CUR-EMPID TO EMPID OF EMPLOYEE-FILE
             SET EMP-DEDUCTS-NOT TO TRUE
             READ EMPLOYEE
                 INVALID KEY
                   MOVE SPACES TO EMPLNM OF EMPLOYEE-FILE
                 NOT INVALID KEY
                   IF EMP-ACTIVE OF EMPLOYEE-FILE
                       OR EMP-ON-LEAVE OF EMPLOYEE-FILE
                     SET EMP-DEDUCTS TO TRUE
                   END-IF
             END-READ
           END-IF.
           EVALUATE TRUE
             WHEN EMP-DEDUCTS-NOT
               ADD 1 TO WS-INACTIVE-COUNT
             WHEN BE-EFF-DATE OF BENEMSTR-REC > WS-PAY-DATE
               ADD 1 TO WS-FUTURE-COUNT
             WHEN OTHER
               MOVE ZERO TO WS-RATE-SLOT
               PERFORM FIND-RATE-PARA
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-SLOT > 0
               IF WS-RATE-SLOT = ZERO
                 PERFORM REPORT-NO-RATE-PARA
               ELSE
                 PERFORM WRITE-DEDUCTION-PARA
               END-IF
           END-EVALUATE.

      * ================================================================
      * FIND-RATE-PARA
      * ================================================================
       FIND-RATE-PARA.
           IF WS-RATE-PLAN (WS-RATE-IDX) = BE-PLAN OF BENEMSTR-REC
               AND WS-RATE-OPTION (WS-RATE-IDX)
                   = BE-OPTION OF BENEMSTR-REC
               AND WS-RATE-TIER (WS-RATE-IDX)
                   = BE-TIER OF BENEMSTR-REC
             MOVE WS-RATE-IDX TO WS-RATE-SLOT
           END-IF.

      * ================================================================
      * WRITE-DEDUCTION-PARA
      * ================================================================
       WRITE-DEDUCTION-PARA.
           MOVE SPACES TO DEDNFILE-REC.
           MOVE BE-EMPID OF BENEMSTR-REC TO BD-EMPID.
           MOVE BE-PLAN OF BENEMSTR-REC TO BD-PLAN.
           MOVE BE-OPTION OF BENEMSTR-REC TO BD-OPTION.
           MOVE BE-TIER OF BENEMSTR-REC TO BD-TIER.
           MOVE WS-PAY-DATE TO BD-PAY-DATE.
           MOVE WS-RATE-PREMIUM (WS-RATE-SLOT) TO BD-AMOUNT.
           WRITE DEDNFILE-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD BD-AMOUNT TO WS-MONEY-TOTAL.
           ADD BD-EMPID TO WS-EMPID-HASH.
           PERFORM ADD-PLAN-TOTAL-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE BD-EMPID TO RP-DETAIL (1:5).
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (7:20).
           MOVE BD-PLAN TO RP-DETAIL (28:3).
           MOVE BD-OPTION TO RP-DETAIL (33:6).
           MOVE BD-TIER TO RP-DETAIL (40:2).
           MOVE BD-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO RP-DETAIL (49:9).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * ADD-PLAN-TOTAL-PARA
      * ================================================================
       ADD-PLAN-TOTAL-PARA.
           MOVE ZERO TO WS-PLAN-SLOT.
           PERFORM FIND-PLAN-PARA
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-TOTALS
                  OR WS-PLAN-SLOT > 0.
           IF WS-PLAN-SLOT = ZERO AND WS-PLAN-TOTALS < 20
             ADD 1 TO WS-PLAN-TOTALS
             MOVE WS-PLAN-TOTALS TO WS-PLAN-SLOT
             MOVE BD-PLAN TO WS-PLAN-CODE (WS-PLAN-SLOT)
             MOVE ZERO TO WS-PLAN-COUNT (WS-PLAN-SLOT)
             MOVE ZERO TO WS-PLAN-MONEY (WS-PLAN-SLOT)
           END-IF.
           IF WS-PLAN-SLOT > ZERO
             ADD 1 TO WS-PLAN-COUNT (WS-PLAN-SLOT)
             ADD BD-AMOUNT TO WS-PLAN-MONEY (WS-PLAN-SLOT)
           END-IF.

      * ================================================================
      * FIND-PLAN-PARA
      * ================================================================
       FIND-PLAN-PARA.
           IF WS-PLAN-CODE (WS-PLAN-IDX) = BD-PLAN
             MOVE WS-PLAN-IDX TO WS-PLAN-SLOT
           END-IF.

      * ================================================================
      * REPORT-NO-RATE-PARA
      * ================================================================
       REPORT-NO-RATE-PARA.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE SPACES TO RP-DETAIL.
           MOVE BE-EMPID OF BENEMSTR-REC TO RP-DETAIL (1:5).
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (7:20).
           MOVE BE-PLAN OF BENEMSTR-REC TO RP-DETAIL (28:3).
           MOVE BE-OPTION OF BENEMSTR-REC TO RP-DETAIL (33:6).
           MOVE BE-TIER OF BENEMSTR-REC TO RP-DETAIL (40:2).
           MOVE '*** NO RATE ON PLANRATE.PARM - NOT FED ***'
                TO RP-DETAIL (49:42).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO DEDNFILE-REC.
           SET BDT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO BDT-COUNT.
           MOVE WS-MONEY-TOTAL TO BDT-MONEY.
           WRITE DEDNFILE-REC.
           CLOSE DEDNFILE.
           CLOSE BENEMSTR.
           CLOSE EMPLOYEE.
           OPEN OUTPUT BENECTL.
           MOVE SPACES TO BENECTL-REC.
           MOVE WS-GENERATION TO BC-GEN.
           MOVE WS-PAY-DATE TO BC-PAY-DATE.
           WRITE BENECTL-REC.
           CLOSE BENECTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM REPORT-ONE-PLAN-PARA
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-TOTALS.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-MONEY-TOTAL TO WS-TOTAL-ED.
           STRING WS-FEED-COUNT DELIMITED BY SIZE
                  ' DEDUCTION(S) FED, TOTAL ' DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-EXCEPT-COUNT DELIMITED BY SIZE
                  ' WITH NO RATE, ' DELIMITED BY SIZE
                  WS-FUTURE-COUNT DELIMITED BY SIZE
                  ' NOT YET EFFECTIVE, ' DELIMITED BY SIZE
                  WS-INACTIVE-COUNT DELIMITED BY SIZE
                  ' FOR EMPLOYEES NO LONGER ON THE BOOKS'
                  DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF PAY-DATE-ALREADY-FED
             MOVE SPACES TO RP-DETAIL
             MOVE '*** THIS PAY DATE WAS ALREADY FED - THE BUREAU '
                  TO RP-DETAIL
             MOVE 'MUST DROP THE EARLIER FILE ***'
                  TO RP-DETAIL (49:30)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           MOVE 'BENDEDN' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'PAYBUREAU' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE WS-EMPID-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-MONEY-TOTAL TO WS-TOTAL-ED.
           DISPLAY "BENDEDN: " WS-FEED-COUNT " DEDUCTION(S) FED "
                   "OF " WS-READ-COUNT " ELECTION(S), TOTAL "
                   WS-TOTAL-ED.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-EXCEPT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-EXCEPT-COUNT > 0 OR WS-FEED-COUNT = ZERO
               OR PAY-DATE-ALREADY-FED
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * REPORT-ONE-PLAN-PARA
      * ================================================================
       REPORT-ONE-PLAN-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'PLAN' TO RP-DETAIL (1:4).
           MOVE WS-PLAN-CODE (WS-PLAN-IDX) TO RP-DETAIL (6:3).
           MOVE WS-PLAN-COUNT (WS-PLAN-IDX) TO RP-DETAIL (12:5).
           MOVE 'DEDUCTION(S)' TO RP-DETAIL (18:12).
           MOVE WS-PLAN-MONEY (WS-PLAN-IDX) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RP-DETAIL (44:14).
           PERFORM WRITE-REPORT-LINE-PARA.
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
