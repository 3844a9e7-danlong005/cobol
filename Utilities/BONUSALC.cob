      *================================================================
      * BONUSALC
      * Annual bonus-pool allocation - the first half of the bonus
      * cycle, which used to be worked out entirely off-system.
      * Each department's pool comes from the bonus parameter file
      * (./bonus.parm, copybooks/BONUSPARM-REC.cob) and is shared
      * among that department's ACTIVE employees on the
      * compensation file in proportion to
      *
      *    salary  x  rating weight  x  proration
      *
      * - the rating weight from the RTGn lines against the
      * employee's latest appraisal (./apprmstr.dat, RTG0 for
      * someone never appraised; with no appraisal file on hand
      * everyone weighs 1.00), and the proration the fraction of the
      * bonus year the employee was on the books and not on leave:
      * hire date from the master, leave spells from the status
      * changes on the audit trail (./empaudit.dta), the way
      * POSHBILD reads it.  Default weights, where bonus.parm has no
      * RTGn line, are 0.00 / 0.50 / 1.00 / 1.25 / 1.50 for ratings
      * 1-5 and 1.00 for no appraisal.
      *
      * Shares are cut to the cent and the pennies left over go to
      * the department's largest share, so every pool allocates to
      * the penny.  A department whose pool finds nobody to share
      * it is reported unspent - it cannot balance, and BONUSPAY
      * will not release until bonus.parm zeroes it or someone
      * eligible turns up.
      *
      * Output: the allocation file ./bonusalloc.dta
      * (copybooks/BONUSALC-REC.cob), rewritten every run, and the
      * bonus register ./bonusreg_YYYYMMDD.rpt with a department
      * section each, the pool against the allocation, and the
      * approval sign-off lines.  BONUSPAY then turns the approved
      * allocation into the bureau's one-time-payment file.
      *
      * A missing bonus.parm ends the run with RETURN-CODE 8 - a
      * money run must never fall back to a built-in guess.  RC 4
      * when a pool is unspent or an employee sits in a department
      * without one.  More than 1000 sharing employees, or more
      * than 1000 employees on the audit trail, ends it with RC 12
      * before the register or the allocation file is written -
      * a pool shared among only the employees who fit would pay
      * every one of them too much.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUSALC.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT BONUSPARM ASSIGN TO './bonus.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS AL-APPR-STATUS.
      *
              SELECT AUDIT ASSIGN TO './empaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT BONUSALLOC ASSIGN TO './bonusalloc.dta'
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
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD BONUSPARM.
           01 BONUSPARM-REC.
              COPY "BONUSPARM-REC.cob".
      *
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD BONUSALLOC.
           01 BONUSALLOC-REC.
              COPY "BONUSALC-REC.cob".
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
           01 WS-COMP-EOF     PIC        A(1).
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-AUDIT-EOF    PIC        A(1).
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
      *
      * The bonus year and its first and last day as day numbers.
           01 WS-BONUS-YEAR   PIC        9(4) VALUE ZERO.
           01 WS-YEAR-FIRST   PIC        9(7).
           01 WS-YEAR-LAST    PIC        9(7).
           01 WS-YEAR-DAYS    PIC        9(3).
           01 WS-WORK-DATE    PIC        9(8).
      *
      * Share weight by rating - slot 1 is no appraisal, slots 2-6
      * ratings 1-5.
           01 WS-WEIGHT-TBL.
              05 WS-WEIGHT    PIC     9(1)V99 OCCURS 6 TIMES.
           01 WS-WEIGHT-IDX   PIC        9(1).
      *
      * One entry per department pool.
           01 WS-POOL-TBL.
              05 WS-POOL-ENTRY OCCURS 50 TIMES.
                 10 WS-POOL-DEPT      PIC  X(4).
                 10 WS-POOL-AMOUNT    PIC 9(9)V99.
                 10 WS-POOL-POINTS    PIC 9(11)V9(6).
                 10 WS-POOL-ALLOC     PIC 9(9)V99.
                 10 WS-POOL-HEAD      PIC  9(5).
                 10 WS-POOL-BIG-SLOT  PIC  9(4).
           01 WS-POOL-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-POOL-IDX     PIC        9(2) VALUE ZERO.
           01 WS-POOL-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-POOL-LOOKUP  PIC        X(4).
           01 WS-REMAINDER    PIC    9(9)V99.
      *
      * One entry per employee sharing a pool.
           01 WS-SHARE-TBL.
              05 WS-SHARE-ENTRY OCCURS 1000 TIMES.
                 10 WS-SHARE-EMPID    PIC  9(5).
                 10 WS-SHARE-LNM      PIC X(20).
                 10 WS-SHARE-POOL     PIC  9(2).
                 10 WS-SHARE-SALARY   PIC 9(7)V99.
                 10 WS-SHARE-RATING   PIC  X(1).
                 10 WS-SHARE-WEIGHT   PIC 9(1)V99.
                 10 WS-SHARE-PRORATE  PIC 9(1)V9(4).
                 10 WS-SHARE-POINTS   PIC 9(9)V9(6).
                 10 WS-SHARE-AMOUNT   PIC 9(7)V99.
           01 WS-SHARE-COUNT  PIC        9(4) VALUE ZERO.
           01 WS-SHARE-IDX    PIC        9(4) VALUE ZERO.
           01 WS-SHARE-FULL-SW PIC       X(1) VALUE 'N'.
              88 SHARE-TABLE-FULL    VALUE 'Y'.
      *
      * Leave spells per employee, rebuilt from the audit trail -
      * the last status seen, when an open spell began, and the
      * days of the bonus year already spent on leave.
           01 WS-LEAVE-TBL.
              05 WS-LEAVE-ENTRY OCCURS 1000 TIMES.
                 10 WS-LEAVE-EMPID    PIC  X(5).
                 10 WS-LEAVE-STAT     PIC  X(1).
                 10 WS-LEAVE-START    PIC  9(8).
                 10 WS-LEAVE-DAYS     PIC  9(3).
           01 WS-LEAVE-COUNT  PIC        9(4) VALUE ZERO.
           01 WS-LEAVE-IDX    PIC        9(4) VALUE ZERO.
           01 WS-LEAVE-SLOT   PIC        9(4) VALUE ZERO.
           01 WS-LEAVE-FULL-SW PIC       X(1) VALUE 'N'.
              88 LEAVE-TABLE-FULL    VALUE 'Y'.
           01 WS-IMG-STAT     PIC        X(1).
           01 WS-IMG-STDT     PIC        9(8).
      *
      * One leave spell clipped to the bonus year.
           01 WS-SPELL-FROM   PIC        9(8).
           01 WS-SPELL-TO     PIC        9(8).
           01 WS-SPELL-FIRST  PIC        9(7).
           01 WS-SPELL-LAST   PIC        9(7).
      *
      * Service inside the bonus year for the employee in hand.
           01 WS-ON-BOOKS-FROM PIC       9(7).
           01 WS-ON-BOOKS-DAYS PIC       9(3).
           01 WS-HIRE-DATE    PIC        9(8).
           01 WS-HIRE-PARTS REDEFINES WS-HIRE-DATE.
              05 WS-HIRE-YYYY PIC        9(4).
              05 WS-HIRE-MM   PIC        9(2).
              05 WS-HIRE-DD   PIC        9(2).
      *
           01 WS-READ-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-INACTIVE-COUNT PIC      9(5) VALUE ZERO.
           01 WS-NOPOOL-COUNT PIC        9(5) VALUE ZERO.
           01 WS-LATE-HIRE-COUNT PIC     9(5) VALUE ZERO.
           01 WS-UNSPENT-COUNT PIC       9(2) VALUE ZERO.
           01 WS-PAID-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-CO-POOL      PIC   9(11)V99 VALUE ZERO.
           01 WS-CO-ALLOC     PIC   9(11)V99 VALUE ZERO.
      *
           01 WS-MONEY-ED     PIC     Z,ZZZ,ZZ9.99.
           01 WS-MONEY-ED2    PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-WEIGHT-ED    PIC        9.99.
           01 WS-PRORATE-ED   PIC      9.9999.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'BONUSALC'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "APPRLAST_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
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
           MOVE 'U' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM LOAD-BONUS-PARM-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT COMPMSTR.
           IF NOT WS-COMP-OK
             DISPLAY "BONUSALC: *** NO COMPENSATION FILE - RUN "
                     "COMPLOAD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "BONUSALC: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE COMPMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-APPRAISAL-PARA.
           IF APPRAISALS-UNAVAILABLE
             MOVE 1.00 TO WS-WEIGHT (1) WS-WEIGHT (2) WS-WEIGHT (3)
                          WS-WEIGHT (4) WS-WEIGHT (5) WS-WEIGHT (6)
           END-IF.
           PERFORM LOAD-LEAVE-SPELLS-PARA.
           IF LEAVE-TABLE-FULL
             DISPLAY "BONUSALC: *** MORE THAN 1000 EMPLOYEES ON THE "
                     "AUDIT TRAIL - LEAVE TABLE FULL - NOTHING "
                     "ALLOCATED ***"
             PERFORM CLOSE-APPRAISAL-PARA
             CLOSE COMPMSTR
             CLOSE EMPLOYEE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './bonusreg_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'BONUSALC - BONUS REGISTER FOR APPROVAL' TO RP-TITLE.
           MOVE 'EMPID LAST NAME' TO RP-COLHDG (1:15).
           MOVE 'SALARY' TO RP-COLHDG (34:6).
           MOVE 'RTG WEIGHT PRORATE' TO RP-COLHDG (42:18).
           MOVE 'BONUS' TO RP-COLHDG (68:5).
           COMPUTE RP-ASOF-DATE = WS-BONUS-YEAR * 10000 + 1231.

      * ================================================================
      * LOAD-BONUS-PARM-PARA
      * The pools, the year, and the rating weights.  No file, no
      * run - this step moves money.
      * ================================================================
       LOAD-BONUS-PARM-PARA.
           MOVE 1.00 TO WS-WEIGHT (1).
           MOVE 0.00 TO WS-WEIGHT (2).
           MOVE 0.50 TO WS-WEIGHT (3).
           MOVE 1.00 TO WS-WEIGHT (4).
           MOVE 1.25 TO WS-WEIGHT (5).
           MOVE 1.50 TO WS-WEIGHT (6).
           OPEN INPUT BONUSPARM.
           IF NOT WS-PARM-OK
             DISPLAY "BONUSALC: *** NO BONUS.PARM ON HAND - RUN "
                     "ENDED, NOTHING ALLOCATED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-PARM-EOF.
           READ BONUSPARM INTO BONUSPARM-REC
                AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           PERFORM UNTIL WS-PARM-EOF = 'Y'
             EVALUATE TRUE
               WHEN BONUSPARM-REC (1:1) = '*'
                 CONTINUE
               WHEN BP-DEPT = 'YEAR'
                 IF BP-YEAR NUMERIC
                   MOVE BP-YEAR TO WS-BONUS-YEAR
                 END-IF
               WHEN BP-DEPT (1:3) = 'RTG'
                   AND BP-DEPT (4:1) >= '0' AND BP-DEPT (4:1) <= '5'
                 IF BP-WEIGHT NUMERIC
                   MOVE BP-DEPT (4:1) TO WS-WEIGHT-IDX
                   ADD 1 TO WS-WEIGHT-IDX
                   MOVE BP-WEIGHT TO WS-WEIGHT (WS-WEIGHT-IDX)
                 END-IF
               WHEN BP-DEPT NOT = SPACES
                   AND WS-POOL-COUNT < 50
                 IF BP-POOL NUMERIC
                   ADD 1 TO WS-POOL-COUNT
                   MOVE BP-DEPT TO WS-POOL-DEPT (WS-POOL-COUNT)
                   MOVE BP-POOL TO WS-POOL-AMOUNT (WS-POOL-COUNT)
                   MOVE ZERO TO WS-POOL-POINTS (WS-POOL-COUNT)
                   MOVE ZERO TO WS-POOL-ALLOC (WS-POOL-COUNT)
                   MOVE ZERO TO WS-POOL-HEAD (WS-POOL-COUNT)
                   MOVE ZERO TO WS-POOL-BIG-SLOT (WS-POOL-COUNT)
                   ADD BP-POOL TO WS-CO-POOL
                 ELSE
                   DISPLAY "BONUSALC: POOL FOR " BP-DEPT
                           " NOT NUMERIC - LINE IGNORED"
                 END-IF
             END-EVALUATE
             READ BONUSPARM INTO BONUSPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
           END-PERFORM.
           CLOSE BONUSPARM.
           IF WS-POOL-COUNT = ZERO
             DISPLAY "BONUSALC: *** BONUS.PARM CARRIES NO POOL "
                     "LINES - RUN ENDED, NOTHING ALLOCATED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-BONUS-YEAR = ZERO
             MOVE FUNCTION CURRENT-DATE (1:4) TO WS-BONUS-YEAR
             SUBTRACT 1 FROM WS-BONUS-YEAR
           END-IF.
           COMPUTE WS-WORK-DATE = WS-BONUS-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-FIRST =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           COMPUTE WS-WORK-DATE = WS-BONUS-YEAR * 10000 + 1231.
           COMPUTE WS-YEAR-LAST =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           COMPUTE WS-YEAR-DAYS = WS-YEAR-LAST - WS-YEAR-FIRST + 1.
           DISPLAY "BONUSALC: BONUS YEAR " WS-BONUS-YEAR ", "
                   WS-POOL-COUNT " DEPARTMENT POOL(S)".

      * ================================================================
      * LOAD-LEAVE-SPELLS-PARA
      * One walk of the audit trail, tracking each employee's last
      * status: a change into L opens a leave spell at the after
      * image's status date, a change out of L closes it the day
      * before.  The nightly load images repeat the same status and
      * change nothing.  No trail, no leave deducted.
      * ================================================================
       LOAD-LEAVE-SPELLS-PARA.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "BONUSALC: NO AUDIT TRAIL - NO LEAVE SPELLS "
                     "DEDUCTED"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT INTO AUDIT-REC
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               IF AUD-AFTER-IMAGE NOT = SPACES
                 PERFORM TRACK-ONE-IMAGE-PARA
               END-IF
               READ AUDIT INTO AUDIT-REC
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.

      * ================================================================
      * TRACK-ONE-IMAGE-PARA
      * The after image carries the employee layout - EMPSTAT at
      * 86, EMPSTDT at 87-94.
      * ================================================================
       TRACK-ONE-IMAGE-PARA.
           MOVE AUD-AFTER-IMAGE (86:1) TO WS-IMG-STAT.
           MOVE ZERO TO WS-IMG-STDT.
           IF AUD-AFTER-IMAGE (87:8) NUMERIC
             MOVE AUD-AFTER-IMAGE (87:8) TO WS-IMG-STDT
           END-IF.
           MOVE ZERO TO WS-LEAVE-SLOT.
           PERFORM FIND-LEAVE-PARA
               VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
                  OR WS-LEAVE-SLOT > 0.
           IF WS-LEAVE-SLOT = 0
             IF WS-LEAVE-COUNT < 1000
               ADD 1 TO WS-LEAVE-COUNT
               MOVE WS-LEAVE-COUNT TO WS-LEAVE-SLOT
               MOVE AUD-AFTER-IMAGE (1:5)
                    TO WS-LEAVE-EMPID (WS-LEAVE-SLOT)
               MOVE WS-IMG-STAT TO WS-LEAVE-STAT (WS-LEAVE-SLOT)
               MOVE WS-IMG-STDT TO WS-LEAVE-START (WS-LEAVE-SLOT)
               MOVE ZERO TO WS-LEAVE-DAYS (WS-LEAVE-SLOT)
             ELSE
               SET LEAVE-TABLE-FULL TO TRUE
             END-IF
           ELSE
             IF WS-IMG-STAT NOT = WS-LEAVE-STAT (WS-LEAVE-SLOT)
               IF WS-LEAVE-STAT (WS-LEAVE-SLOT) = 'L'
                 PERFORM CLOSE-LEAVE-SPELL-PARA
               END-IF
               MOVE WS-IMG-STAT TO WS-LEAVE-STAT (WS-LEAVE-SLOT)
               MOVE WS-IMG-STDT TO WS-LEAVE-START (WS-LEAVE-SLOT)
             END-IF
           END-IF.

      * ================================================================
      * FIND-LEAVE-PARA
      * ================================================================
       FIND-LEAVE-PARA.
           IF WS-LEAVE-EMPID (WS-LEAVE-IDX) = AUD-AFTER-IMAGE (1:5)
             MOVE WS-LEAVE-IDX TO WS-LEAVE-SLOT
           END-IF.

      * ================================================================
      * CLOSE-LEAVE-SPELL-PARA
      * Counts the days of the spell from WS-LEAVE-START up to the
      * day before WS-IMG-STDT that fall inside the bonus year.  A
      * spell with an unusable date on either end counts nothing.
      * ================================================================
       CLOSE-LEAVE-SPELL-PARA.
           MOVE WS-LEAVE-START (WS-LEAVE-SLOT) TO WS-SPELL-FROM.
           MOVE WS-IMG-STDT TO WS-SPELL-TO.
           IF WS-SPELL-FROM > 16010101 AND WS-SPELL-TO > 16010101
             COMPUTE WS-SPELL-FIRST =
                 FUNCTION INTEGER-OF-DATE (WS-SPELL-FROM)
             COMPUTE WS-SPELL-LAST =
                 FUNCTION INTEGER-OF-DATE (WS-SPELL-TO) - 1
             IF WS-SPELL-FIRST < WS-YEAR-FIRST
               MOVE WS-YEAR-FIRST TO WS-SPELL-FIRST
             END-IF
             IF WS-SPELL-LAST > WS-YEAR-LAST
               MOVE WS-YEAR-LAST TO WS-SPELL-LAST
             END-IF
             IF WS-SPELL-LAST >= WS-SPELL-FIRST
               COMPUTE WS-LEAVE-DAYS (WS-LEAVE-SLOT) =
                   WS-LEAVE-DAYS (WS-LEAVE-SLOT)
                   + WS-SPELL-LAST - WS-SPELL-FIRST + 1
             END-IF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Collects the shares, allocates every pool, writes the
      * allocation file, and prints the register.  Nothing is
      * written unless every eligible employee found a place in
      * the share table.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-COMP-EOF.
           READ COMPMSTR INTO COMPMSTR-REC
                AT END MOVE 'Y' TO WS-COMP-EOF
           END-READ.
           PERFORM UNTIL WS-COMP-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             PERFORM COLLECT-ONE-SHARE-PARA
             READ COMPMSTR INTO COMPMSTR-REC
                  AT END MOVE 'Y' TO WS-COMP-EOF
             END-READ
           END-PERFORM.
           IF SHARE-TABLE-FULL
             DISPLAY "BONUSALC: *** MORE THAN 1000 ELIGIBLE "
                     "EMPLOYEES - SHARE TABLE FULL - NOTHING "
                     "ALLOCATED ***"
             PERFORM CLOSE-APPRAISAL-PARA
             CLOSE COMPMSTR
             CLOSE EMPLOYEE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-REPORT-PARA.
           PERFORM ALLOCATE-ONE-SHARE-PARA
               VARYING WS-SHARE-IDX FROM 1 BY 1
               UNTIL WS-SHARE-IDX > WS-SHARE-COUNT.
           PERFORM BALANCE-ONE-POOL-PARA
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT.
           OPEN OUTPUT BONUSALLOC.
           PERFORM WRITE-ALLOC-LINE-PARA
               VARYING WS-SHARE-IDX FROM 1 BY 1
               UNTIL WS-SHARE-IDX > WS-SHARE-COUNT.
           CLOSE BONUSALLOC.
           PERFORM REPORT-ONE-POOL-PARA
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT.

      * ================================================================
      * COLLECT-ONE-SHARE-PARA
      * Eligible means an ACTIVE master record in a department with
      * a pool, hired on or before the last day of the bonus year.
      * ================================================================
       COLLECT-ONE-SHARE-PARA.
           MOVE CMP-EMPID OF COMPMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 ADD 1 TO WS-INACTIVE-COUNT
               NOT INVALID KEY
                 IF NOT EMP-ACTIVE OF EMPLOYEE-FILE
                   ADD 1 TO WS-INACTIVE-COUNT
                 ELSE
                   MOVE EMPDPT OF EMPLOYEE-FILE TO WS-POOL-LOOKUP
                   PERFORM FIND-POOL-SLOT-PARA
                   IF WS-POOL-SLOT = 0
                     ADD 1 TO WS-NOPOOL-COUNT
                     DISPLAY "BONUSALC: EMPID " EMPID OF EMPLOYEE-FILE
                             " IN DEPT " EMPDPT OF EMPLOYEE-FILE
                             " - NO POOL ON BONUS.PARM"
                   ELSE
                     PERFORM PRORATE-ONE-EMP-PARA
                   END-IF
                 END-IF
           END-READ.

      * ================================================================
      * PRORATE-ONE-EMP-PARA
      * Days on the books inside the bonus year, less days on
      * leave, over the days in the year.  A hire date that is not
      * a usable date counts as on the books all year.
      * ================================================================
       PRORATE-ONE-EMP-PARA.
           MOVE WS-YEAR-FIRST TO WS-ON-BOOKS-FROM.
           IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
             MOVE EMPHDTY OF EMPLOYEE-FILE TO WS-HIRE-YYYY
             MOVE EMPHDTM OF EMPLOYEE-FILE TO WS-HIRE-MM
             MOVE EMPHDTD OF EMPLOYEE-FILE TO WS-HIRE-DD
             IF WS-HIRE-DATE > 16010101
                 AND WS-HIRE-MM >= 01 AND WS-HIRE-MM <= 12
                 AND WS-HIRE-DD >= 01 AND WS-HIRE-DD <= 31
               COMPUTE WS-ON-BOOKS-FROM =
                   FUNCTION INTEGER-OF-DATE (WS-HIRE-DATE)
               IF WS-ON-BOOKS-FROM < WS-YEAR-FIRST
                 MOVE WS-YEAR-FIRST TO WS-ON-BOOKS-FROM
               END-IF
             END-IF
           END-IF.
           IF WS-ON-BOOKS-FROM > WS-YEAR-LAST
             ADD 1 TO WS-LATE-HIRE-COUNT
           ELSE
             IF WS-SHARE-COUNT < 1000
               PERFORM STORE-ONE-SHARE-PARA
             ELSE
               SET SHARE-TABLE-FULL TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * STORE-ONE-SHARE-PARA
      * ================================================================
       STORE-ONE-SHARE-PARA.
           COMPUTE WS-ON-BOOKS-DAYS =
               WS-YEAR-LAST - WS-ON-BOOKS-FROM + 1.
           MOVE ZERO TO WS-LEAVE-SLOT.
           PERFORM FIND-EMP-LEAVE-PARA
               VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
                  OR WS-LEAVE-SLOT > 0.
           IF WS-LEAVE-SLOT > 0
             IF WS-LEAVE-STAT (WS-LEAVE-SLOT) = 'L'
               MOVE EMPSTDT OF EMPLOYEE-FILE TO WS-IMG-STDT
               PERFORM CLOSE-LEAVE-SPELL-PARA
               MOVE 'A' TO WS-LEAVE-STAT (WS-LEAVE-SLOT)
             END-IF
             IF WS-LEAVE-DAYS (WS-LEAVE-SLOT) > WS-ON-BOOKS-DAYS
               MOVE ZERO TO WS-ON-BOOKS-DAYS
             ELSE
               SUBTRACT WS-LEAVE-DAYS (WS-LEAVE-SLOT)
                   FROM WS-ON-BOOKS-DAYS
             END-IF
           END-IF.
           ADD 1 TO WS-SHARE-COUNT.
           MOVE EMPID OF EMPLOYEE-FILE
                TO WS-SHARE-EMPID (WS-SHARE-COUNT).
           MOVE EMPLNM OF EMPLOYEE-FILE
                TO WS-SHARE-LNM (WS-SHARE-COUNT).
           MOVE WS-POOL-SLOT TO WS-SHARE-POOL (WS-SHARE-COUNT).
           MOVE CMP-SALARY OF COMPMSTR-REC
                TO WS-SHARE-SALARY (WS-SHARE-COUNT).
           MOVE EMPID OF EMPLOYEE-FILE TO AL-EMPID.
           PERFORM FIND-LATEST-APPRAISAL-PARA.
           IF LATEST-APPRAISAL-FOUND
               AND AL-RATING >= '1' AND AL-RATING <= '5'
             MOVE AL-RATING TO WS-SHARE-RATING (WS-SHARE-COUNT)
             MOVE AL-RATING TO WS-WEIGHT-IDX
             ADD 1 TO WS-WEIGHT-IDX
           ELSE
             MOVE '0' TO WS-SHARE-RATING (WS-SHARE-COUNT)
             MOVE 1 TO WS-WEIGHT-IDX
           END-IF.
           MOVE WS-WEIGHT (WS-WEIGHT-IDX)
                TO WS-SHARE-WEIGHT (WS-SHARE-COUNT).
           COMPUTE WS-SHARE-PRORATE (WS-SHARE-COUNT) ROUNDED =
               WS-ON-BOOKS-DAYS / WS-YEAR-DAYS.
           COMPUTE WS-SHARE-POINTS (WS-SHARE-COUNT) ROUNDED =
               WS-SHARE-SALARY (WS-SHARE-COUNT)
               * WS-SHARE-WEIGHT (WS-SHARE-COUNT)
               * WS-SHARE-PRORATE (WS-SHARE-COUNT).
           MOVE ZERO TO WS-SHARE-AMOUNT (WS-SHARE-COUNT).
           ADD WS-SHARE-POINTS (WS-SHARE-COUNT)
               TO WS-POOL-POINTS (WS-POOL-SLOT).
           ADD 1 TO WS-POOL-HEAD (WS-POOL-SLOT).
           IF WS-POOL-BIG-SLOT (WS-POOL-SLOT) = 0
             MOVE WS-SHARE-COUNT TO WS-POOL-BIG-SLOT (WS-POOL-SLOT)
           ELSE
             IF WS-SHARE-POINTS (WS-SHARE-COUNT) > WS-SHARE-POINTS
                    (WS-POOL-BIG-SLOT (WS-POOL-SLOT))
               MOVE WS-SHARE-COUNT
                    TO WS-POOL-BIG-SLOT (WS-POOL-SLOT)
             END-IF
           END-IF.

      * ================================================================
      * FIND-EMP-LEAVE-PARA
      * ================================================================
       FIND-EMP-LEAVE-PARA.
           IF WS-LEAVE-EMPID (WS-LEAVE-IDX) = EMPID OF EMPLOYEE-FILE
             MOVE WS-LEAVE-IDX TO WS-LEAVE-SLOT
           END-IF.

      * ================================================================
      * FIND-POOL-SLOT-PARA
      * ================================================================
       FIND-POOL-SLOT-PARA.
           MOVE ZERO TO WS-POOL-SLOT.
           PERFORM FIND-POOL-PARA
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT
                  OR WS-POOL-SLOT > 0.

      * ================================================================
      * FIND-POOL-PARA
      * ================================================================
       FIND-POOL-PARA.
           IF WS-POOL-DEPT (WS-POOL-IDX) = WS-POOL-LOOKUP
             MOVE WS-POOL-IDX TO WS-POOL-SLOT
           END-IF.

      * ================================================================
      * ALLOCATE-ONE-SHARE-PARA
      * The share cut down to the cent - the pennies it leaves
      * behind are settled by BALANCE-ONE-POOL-PARA.
      * ================================================================
       ALLOCATE-ONE-SHARE-PARA.
           MOVE WS-SHARE-POOL (WS-SHARE-IDX) TO WS-POOL-SLOT.
           IF WS-POOL-POINTS (WS-POOL-SLOT) > ZERO
             COMPUTE WS-SHARE-AMOUNT (WS-SHARE-IDX) =
                 WS-POOL-AMOUNT (WS-POOL-SLOT)
                 * WS-SHARE-POINTS (WS-SHARE-IDX)
                 / WS-POOL-POINTS (WS-POOL-SLOT)
             ADD WS-SHARE-AMOUNT (WS-SHARE-IDX)
                 TO WS-POOL-ALLOC (WS-POOL-SLOT)
           END-IF.

      * ================================================================
      * BALANCE-ONE-POOL-PARA
      * Hands the pool's leftover pennies to its largest share; a
      * pool nobody could share is left unspent and counted.
      * ================================================================
       BALANCE-ONE-POOL-PARA.
           IF WS-POOL-POINTS (WS-POOL-IDX) > ZERO
             COMPUTE WS-REMAINDER = WS-POOL-AMOUNT (WS-POOL-IDX)
                 - WS-POOL-ALLOC (WS-POOL-IDX)
             ADD WS-REMAINDER
                 TO WS-SHARE-AMOUNT (WS-POOL-BIG-SLOT (WS-POOL-IDX))
             ADD WS-REMAINDER TO WS-POOL-ALLOC (WS-POOL-IDX)
           ELSE
             IF WS-POOL-AMOUNT (WS-POOL-IDX) > ZERO
               ADD 1 TO WS-UNSPENT-COUNT
             END-IF
           END-IF.
           ADD WS-POOL-ALLOC (WS-POOL-IDX) TO WS-CO-ALLOC.

      * ================================================================
      * WRITE-ALLOC-LINE-PARA
      * ================================================================
       WRITE-ALLOC-LINE-PARA.
           MOVE SPACES TO BONUSALLOC-REC.
           MOVE WS-BONUS-YEAR TO BA-YEAR.
           MOVE WS-SHARE-EMPID (WS-SHARE-IDX) TO BA-EMPID.
           MOVE WS-POOL-DEPT (WS-SHARE-POOL (WS-SHARE-IDX))
                TO BA-DEPT.
           MOVE WS-SHARE-SALARY (WS-SHARE-IDX) TO BA-SALARY.
           MOVE WS-SHARE-RATING (WS-SHARE-IDX) TO BA-RATING.
           MOVE WS-SHARE-WEIGHT (WS-SHARE-IDX) TO BA-WEIGHT.
           MOVE WS-SHARE-PRORATE (WS-SHARE-IDX) TO BA-PRORATE.
           MOVE WS-SHARE-AMOUNT (WS-SHARE-IDX) TO BA-AMOUNT.
           WRITE BONUSALLOC-REC.
           IF WS-SHARE-AMOUNT (WS-SHARE-IDX) > ZERO
             ADD 1 TO WS-PAID-COUNT
           END-IF.

      * ================================================================
      * REPORT-ONE-POOL-PARA
      * A department section - every share, then the pool against
      * what was allocated.
      * ================================================================
       REPORT-ONE-POOL-PARA.
           MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-MONEY-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-POOL-DEPT (WS-POOL-IDX) DELIMITED BY SIZE
                  '   POOL ' DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM REPORT-ONE-SHARE-PARA
               VARYING WS-SHARE-IDX FROM 1 BY 1
               UNTIL WS-SHARE-IDX > WS-SHARE-COUNT.
           MOVE WS-POOL-ALLOC (WS-POOL-IDX) TO WS-MONEY-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING '  ' DELIMITED BY SIZE
                  WS-POOL-HEAD (WS-POOL-IDX) DELIMITED BY SIZE
                  ' SHARE(S), ALLOCATED ' DELIMITED BY SIZE
                  WS-MONEY-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           IF WS-POOL-ALLOC (WS-POOL-IDX)
               = WS-POOL-AMOUNT (WS-POOL-IDX)
             MOVE 'BALANCED' TO RP-DETAIL (50:8)
           ELSE
             MOVE 'UNSPENT - NOBODY ELIGIBLE TO SHARE'
                  TO RP-DETAIL (50:34)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * REPORT-ONE-SHARE-PARA
      * ================================================================
       REPORT-ONE-SHARE-PARA.
           IF WS-SHARE-POOL (WS-SHARE-IDX) = WS-POOL-IDX
             MOVE SPACES TO RP-DETAIL
             MOVE WS-SHARE-EMPID (WS-SHARE-IDX) TO RP-DETAIL (1:5)
             MOVE WS-SHARE-LNM (WS-SHARE-IDX) TO RP-DETAIL (7:20)
             MOVE WS-SHARE-SALARY (WS-SHARE-IDX) TO WS-MONEY-ED
             MOVE WS-MONEY-ED TO RP-DETAIL (28:12)
             MOVE WS-SHARE-RATING (WS-SHARE-IDX) TO RP-DETAIL (43:1)
             MOVE WS-SHARE-WEIGHT (WS-SHARE-IDX) TO WS-WEIGHT-ED
             MOVE WS-WEIGHT-ED TO RP-DETAIL (46:4)
             MOVE WS-SHARE-PRORATE (WS-SHARE-IDX) TO WS-PRORATE-ED
             MOVE WS-PRORATE-ED TO RP-DETAIL (53:6)
             MOVE WS-SHARE-AMOUNT (WS-SHARE-IDX) TO WS-MONEY-ED
             MOVE WS-MONEY-ED TO RP-DETAIL (61:12)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * Company control totals and the approval sign-off.
      * ================================================================
       TERMINATE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-CO-POOL TO WS-MONEY-ED2.
           MOVE SPACES TO RP-DETAIL.
           STRING 'COMPANY: POOLS ' DELIMITED BY SIZE
                  WS-MONEY-ED2 DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           MOVE WS-CO-ALLOC TO WS-MONEY-ED2.
           MOVE 'ALLOCATED' TO RP-DETAIL (32:9).
           MOVE WS-MONEY-ED2 TO RP-DETAIL (42:14).
           MOVE WS-PAID-COUNT TO RP-DETAIL (58:5).
           MOVE 'PAYMENT(S)' TO RP-DETAIL (64:10).
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-UNSPENT-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING 'COMPANY: ' DELIMITED BY SIZE
                    WS-UNSPENT-COUNT DELIMITED BY SIZE
                    ' POOL(S) UNSPENT - NOT RELEASABLE AS IT STANDS'
                        DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'APPROVED BY: ______________________________   DATE: _
      -         '_________' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           SET RP-CONFIDENTIAL TO TRUE.
           PERFORM CLOSE-REPORT-PARA.
           PERFORM CLOSE-APPRAISAL-PARA.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           DISPLAY "BONUSALC: " WS-READ-COUNT " COMP RECORD(S), "
                   WS-SHARE-COUNT " SHARE(S), " WS-PAID-COUNT
                   " PAYMENT(S)".
           DISPLAY "BONUSALC: " WS-INACTIVE-COUNT " NOT ACTIVE, "
                   WS-NOPOOL-COUNT " WITHOUT A POOL, "
                   WS-LATE-HIRE-COUNT " HIRED AFTER THE YEAR, "
                   WS-UNSPENT-COUNT " POOL(S) UNSPENT".
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-NOPOOL-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-UNSPENT-COUNT > 0 OR WS-NOPOOL-COUNT > 0
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
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN LATEST-APPRAISAL LOOKUP
      * ================================================================
       COPY "APPRLAST_PARA.cob".
