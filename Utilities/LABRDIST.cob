      *================================================================
      * LABRDIST
      * Monthly labor-cost distribution journal for the general
      * ledger, replacing the month-end re-keying of COMPRPT
      * printouts.  The month is the first command-line token
      * (YYYYMM); without one it is last month, the usual month-end
      * run.
      *
      * Every employee on the compensation file (./compmstr.dat)
      * who was ACTIVE or on leave in the month carries a month's
      * salary - annual salary / 12 - prorated by day:
      *
      *    - a hire inside the month counts from the hire date;
      *    - a termination or retirement inside the month counts
      *      through EMPSTDT, the status date; one before the month
      *      counts nothing;
      *    - a department move inside the month splits the days
      *      between the departments on the position history
      *      (./poshist.dta), each day costed to the department the
      *      employee sat in on that day.
      *
      * Each department maps to a GL cost center on ./glmap.parm
      * (copybooks/GLMAP-REC.cob).  The journal, ./gljrnl.dta, is
      *
      *    HDR  generation number, run date/time, period
      *    D    one debit per mapped department: cost center,
      *         account, amount, period, department, employees
      *    C    one credit to the accrued-payroll line (ACCR) for
      *         the sum of the debits
      *    TRL  record count, debit total, credit total
      *
      * so debits equal credits by construction, and the run proves
      * it before the file is registered on the interface ledger as
      * LABRDIST to GENLEDGER.  A department with no mapping is
      * never posted - not to a suspense account, not anywhere - and
      * lists on the exception section of the register
      * (./labrdist_YYYYMMDD.rpt) with each employee in it, for
      * finance to map and rerun.  RC 4 when there are exceptions or
      * the month was already journaled (./glctl.dta keeps the last
      * generation and period); RC 8, with no journal written, when
      * glmap.parm is missing or lacks its EXPN or ACCR line.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABRDIST.
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
              SELECT POSHIST ASSIGN TO './poshist.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PH-STATUS.
      *
              SELECT GLMAP ASSIGN TO './glmap.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
      *
              SELECT GLCTL ASSIGN TO './glctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT GLJRNL ASSIGN TO './gljrnl.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORTED-OUT ASSIGN TO './poshsort.tmp'
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
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD POSHIST.
           01 POSHIST-REC.
              COPY "POSHIST-REC.cob".
      *
           FD GLMAP.
           01 GLMAP-REC.
              COPY "GLMAP-REC.cob".
      *
           FD GLCTL.
           01 GLCTL-REC.
              05 GC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 GC-PERIOD       PIC     9(6).
      *
           FD GLJRNL.
           01 GLJRNL-REC.
              05 JE-DRCR         PIC     X(1).
                 88 JE-IS-DEBIT        VALUE 'D'.
                 88 JE-IS-CREDIT       VALUE 'C'.
              05 JE-COSTCTR      PIC    X(10).
              05 JE-ACCOUNT      PIC     X(8).
              05 JE-AMOUNT       PIC 9(11)V99.
              05 JE-PERIOD       PIC     9(6).
              05 JE-DEPT         PIC     X(4).
              05 JE-HEADS        PIC     9(5).
      *
           01 GLJRNL-HEADER REDEFINES GLJRNL-REC.
              05 JEH-CODE        PIC     X(3).
                 88 JEH-IS-HEADER      VALUE 'HDR'.
              05 JEH-GEN         PIC     9(5).
              05 JEH-RUN-DATE    PIC     9(8).
              05 JEH-RUN-TIME    PIC     9(6).
              05 JEH-PERIOD      PIC     9(6).
              05 FILLER          PIC    X(19).
      *
           01 GLJRNL-TRAILER REDEFINES GLJRNL-REC.
              05 JET-CODE        PIC     X(3).
                 88 JET-IS-TRAILER     VALUE 'TRL'.
              05 JET-COUNT       PIC     9(7).
              05 JET-DEBITS      PIC 9(11)V99.
              05 JET-CREDITS     PIC 9(11)V99.
              05 FILLER          PIC    X(11).
      *
      * The position history in EMPID / effective-date order, to
      * match against the compensation file.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-EMPID     PIC        9(5).
              05 SR-EFFDATE   PIC        9(8).
              05 SR-DEPT      PIC        X(4).
              05 SR-SITE      PIC        X(4).
              05 SR-TITLE     PIC        X(4).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-EMPID     PIC        9(5).
              05 SO-EFFDATE   PIC        9(8).
              05 SO-DEPT      PIC        X(4).
              05 SO-SITE      PIC        X(4).
              05 SO-TITLE     PIC        X(4).
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
           01 WS-COMP-EOF     PIC        A(1).
           01 WS-MAP-EOF      PIC        A(1).
           01 WS-PH-EOF       PIC        A(1).
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-PH-STATUS    PIC        X(2).
              88 WS-PH-OK            VALUE '00'.
           01 WS-MAP-STATUS   PIC        X(2).
              88 WS-MAP-OK           VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
      *
      * The month being journaled.
           01 WS-PERIOD-PARM  PIC        X(6).
           01 WS-PERIOD       PIC        9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
              05 WS-PERIOD-YYYY PIC      9(4).
              05 WS-PERIOD-MM PIC        9(2).
           01 WS-MONTH-FIRST-DATE PIC    9(8).
           01 WS-MONTH-LAST-DATE PIC     9(8).
           01 WS-MONTH-FIRST  PIC        9(7).
           01 WS-MONTH-LAST   PIC        9(7).
           01 WS-MONTH-DAYS   PIC        9(2).
           01 WS-WORK-DATE    PIC        9(8).
      *
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-LAST-PERIOD  PIC        9(6) VALUE ZERO.
           01 WS-REPOST-SW    PIC        X(1) VALUE 'N'.
              88 PERIOD-ALREADY-JOURNALED VALUE 'Y'.
      *
      * glmap.parm - one entry per mapped department, accumulating
      * the month's cost as the compensation file is read.
           01 WS-EXPN-ACCOUNT PIC        X(8) VALUE SPACES.
           01 WS-ACCR-COSTCTR PIC       X(10) VALUE SPACES.
           01 WS-ACCR-ACCOUNT PIC        X(8) VALUE SPACES.
           01 WS-MAP-TBL.
              05 WS-MAP-ENTRY OCCURS 200 TIMES.
                 10 WS-MAP-DEPT       PIC  X(4).
                 10 WS-MAP-COSTCTR    PIC X(10).
                 10 WS-MAP-ACCOUNT    PIC  X(8).
                 10 WS-MAP-HEADS      PIC  9(5).
                 10 WS-MAP-AMOUNT     PIC 9(11)V99.
           01 WS-MAP-COUNT    PIC        9(3) VALUE ZERO.
           01 WS-MAP-IDX      PIC        9(3) VALUE ZERO.
           01 WS-MAP-SLOT     PIC        9(3) VALUE ZERO.
      *
      * Departments with no mapping, and who was costed to them.
           01 WS-UNM-TBL.
              05 WS-UNM-ENTRY OCCURS 100 TIMES.
                 10 WS-UNM-DEPT       PIC  X(4).
                 10 WS-UNM-HEADS      PIC  9(5).
                 10 WS-UNM-AMOUNT     PIC 9(11)V99.
           01 WS-UNM-COUNT    PIC        9(3) VALUE ZERO.
           01 WS-UNM-IDX      PIC        9(3) VALUE ZERO.
           01 WS-UNM-SLOT     PIC        9(3) VALUE ZERO.
           01 WS-EXC-TBL.
              05 WS-EXC-ENTRY OCCURS 500 TIMES.
                 10 WS-EXC-EMPID      PIC  9(5).
                 10 WS-EXC-DEPT       PIC  X(4).
                 10 WS-EXC-DAYS       PIC  9(2).
                 10 WS-EXC-AMOUNT     PIC 9(7)V99.
           01 WS-EXC-COUNT    PIC        9(3) VALUE ZERO.
           01 WS-EXC-IDX      PIC        9(3) VALUE ZERO.
           01 WS-EXC-OVERFLOW PIC        9(5) VALUE ZERO.
      *
      * The employee in hand: assignments up to month end, the
      * days on the books, and the days per department.
           01 WS-ASGN-TBL.
              05 WS-ASGN-ENTRY OCCURS 40 TIMES.
                 10 WS-ASGN-DATE      PIC  9(8).
                 10 WS-ASGN-DEPT      PIC  X(4).
           01 WS-ASGN-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-ASGN-IDX     PIC        9(2) VALUE ZERO.
           01 WS-SEG-TBL.
              05 WS-SEG-ENTRY OCCURS 10 TIMES.
                 10 WS-SEG-DEPT       PIC  X(4).
                 10 WS-SEG-DAYS       PIC  9(2).
           01 WS-SEG-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-SEG-IDX      PIC        9(2) VALUE ZERO.
           01 WS-SEG-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-SEG-AMOUNT   PIC    9(7)V99.
           01 WS-ON-BOOKS-FROM PIC       9(7).
           01 WS-ON-BOOKS-THRU PIC       9(7).
           01 WS-DAY-INT      PIC        9(7).
           01 WS-DAY-DATE     PIC        9(8).
           01 WS-DAY-DEPT     PIC        X(4).
           01 WS-COSTED-SW    PIC        X(1).
              88 EMP-IS-COSTED       VALUE 'Y'.
              88 EMP-NOT-COSTED      VALUE 'N'.
           01 WS-HIRE-DATE    PIC        9(8).
           01 WS-HIRE-PARTS REDEFINES WS-HIRE-DATE.
              05 WS-HIRE-YYYY PIC        9(4).
              05 WS-HIRE-MM   PIC        9(2).
              05 WS-HIRE-DD   PIC        9(2).
      *
           01 WS-COMP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-COSTED-COUNT PIC        9(5) VALUE ZERO.
           01 WS-SKIP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-SPLIT-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-JRNL-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-DEBIT-TOTAL  PIC  9(11)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC  9(11)V99 VALUE ZERO.
           01 WS-UNM-TOTAL    PIC  9(11)V99 VALUE ZERO.
      *
           01 WS-MONEY-ED     PIC  ZZZ,ZZZ,ZZ9.99.
           01 WS-HEADS-ED     PIC         ZZZZ9.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'LABRDIST'.
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
           PERFORM SET-PERIOD-PARA.
           PERFORM LOAD-GL-MAP-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           PERFORM LOAD-CONTROL-PARA.
           OPEN INPUT COMPMSTR.
           IF NOT WS-COMP-OK
             DISPLAY "LABRDIST: *** NO COMPENSATION FILE - RUN "
                     "COMPLOAD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "LABRDIST: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE COMPMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SORT-POSHIST-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './labrdist_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'LABRDIST - LABOR-COST DISTRIBUTION JOURNAL'
                TO RP-TITLE.
           MOVE 'DR/CR COST CENTER ACCOUNT   DEPT' TO RP-COLHDG (1:32).
           MOVE 'EMPLOYEES' TO RP-COLHDG (36:9).
           MOVE 'AMOUNT' TO RP-COLHDG (55:6).
           MOVE WS-MONTH-LAST-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "LABRDIST - PERIOD " WS-PERIOD ", "
                   WS-MAP-COUNT " MAPPED DEPARTMENT(S)".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * SET-PERIOD-PARA
      * The month from the command line, or last month.
      * ================================================================
       SET-PERIOD-PARA.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE.
           IF WS-PERIOD-PARM IS NUMERIC
               AND WS-PERIOD-PARM (5:2) >= '01'
               AND WS-PERIOD-PARM (5:2) <= '12'
             MOVE WS-PERIOD-PARM TO WS-PERIOD
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIOD
             IF WS-PERIOD-MM = 01
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
             ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
             END-IF
           END-IF.
           COMPUTE WS-MONTH-FIRST-DATE = WS-PERIOD * 100 + 01.
           COMPUTE WS-MONTH-FIRST =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST-DATE).
           IF WS-PERIOD-MM = 12
             COMPUTE WS-WORK-DATE =
                 (WS-PERIOD-YYYY + 1) * 10000 + 0101
           ELSE
             COMPUTE WS-WORK-DATE = WS-MONTH-FIRST-DATE + 100
           END-IF.
           COMPUTE WS-MONTH-LAST =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE WS-MONTH-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-LAST).
           COMPUTE WS-MONTH-DAYS = WS-MONTH-LAST - WS-MONTH-FIRST + 1.

      * ================================================================
      * LOAD-GL-MAP-PARA
      * No mapping, no journal - a GL posting must never fall back
      * to a built-in guess.
      * ================================================================
       LOAD-GL-MAP-PARA.
           OPEN INPUT GLMAP.
           IF NOT WS-MAP-OK
             DISPLAY "LABRDIST: *** NO GLMAP.PARM ON HAND - RUN "
                     "ENDED, NOTHING JOURNALED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-MAP-EOF.
           READ GLMAP INTO GLMAP-REC
                AT END MOVE 'Y' TO WS-MAP-EOF
           END-READ.
           PERFORM UNTIL WS-MAP-EOF = 'Y'
             EVALUATE TRUE
               WHEN GLMAP-REC (1:1) = '*'
                 CONTINUE
               WHEN GM-DEPT = 'EXPN'
                 MOVE GM-ACCOUNT TO WS-EXPN-ACCOUNT
               WHEN GM-DEPT = 'ACCR'
                 MOVE GM-COSTCTR TO WS-ACCR-COSTCTR
                 MOVE GM-ACCOUNT TO WS-ACCR-ACCOUNT
               WHEN GM-DEPT NOT = SPACES
                   AND WS-MAP-COUNT < 200
                 IF GM-COSTCTR = SPACES
                   DISPLAY "LABRDIST: NO COST CENTER FOR " GM-DEPT
                           " - LINE IGNORED"
                 ELSE
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GM-DEPT TO WS-MAP-DEPT (WS-MAP-COUNT)
                   MOVE GM-COSTCTR TO WS-MAP-COSTCTR (WS-MAP-COUNT)
                   MOVE GM-ACCOUNT TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                   MOVE ZERO TO WS-MAP-HEADS (WS-MAP-COUNT)
                   MOVE ZERO TO WS-MAP-AMOUNT (WS-MAP-COUNT)
                 END-IF
             END-EVALUATE
             READ GLMAP INTO GLMAP-REC
                  AT END MOVE 'Y' TO WS-MAP-EOF
             END-READ
           END-PERFORM.
           CLOSE GLMAP.
           IF WS-EXPN-ACCOUNT = SPACES
               OR WS-ACCR-COSTCTR = SPACES
               OR WS-ACCR-ACCOUNT = SPACES
             DISPLAY "LABRDIST: *** GLMAP.PARM NEEDS ITS EXPN AND "
                     "ACCR LINES - RUN ENDED, NOTHING JOURNALED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM DEFAULT-ACCOUNT-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.

      * ================================================================
      * DEFAULT-ACCOUNT-PARA
      * ================================================================
       DEFAULT-ACCOUNT-PARA.
           IF WS-MAP-ACCOUNT (WS-MAP-IDX) = SPACES
             MOVE WS-EXPN-ACCOUNT TO WS-MAP-ACCOUNT (WS-MAP-IDX)
           END-IF.

      * ================================================================
      * LOAD-CONTROL-PARA
      * The last generation sent and the month it journaled.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT GLCTL.
           IF WS-CTL-OK
             READ GLCTL INTO GLCTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF GC-GEN NUMERIC AND GC-PERIOD NUMERIC
                     MOVE GC-GEN TO WS-GENERATION
                     MOVE GC-PERIOD TO WS-LAST-PERIOD
                   END-IF
             END-READ
             CLOSE GLCTL
           END-IF.
           IF WS-LAST-PERIOD = WS-PERIOD
             SET PERIOD-ALREADY-JOURNALED TO TRUE
             DISPLAY "LABRDIST: PERIOD " WS-PERIOD " ALREADY "
                     "JOURNALED IN GENERATION " WS-GENERATION
                     " - THE GL MUST REVERSE THAT BATCH"
           END-IF.
           ADD 1 TO WS-GENERATION.

      * ================================================================
      * SORT-POSHIST-PARA
      * No position history means nobody has moved on record - every
      * day costs to the department on the master.
      * ================================================================
       SORT-POSHIST-PARA.
           OPEN INPUT POSHIST.
           IF NOT WS-PH-OK
             DISPLAY "LABRDIST: NO POSITION HISTORY - EVERYONE "
                     "COSTED TO CURRENT DEPARTMENT"
             MOVE 'Y' TO WS-PH-EOF
           ELSE
             CLOSE POSHIST
             SORT SORT-WORK
                 ON ASCENDING KEY SR-EMPID SR-EFFDATE
                 WITH DUPLICATES IN ORDER
                 USING POSHIST
                 GIVING SORTED-OUT
             OPEN INPUT SORTED-OUT
             MOVE ' ' TO WS-PH-EOF
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-PH-EOF
             END-READ
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-COMP-EOF.
           READ COMPMSTR
                AT END MOVE 'Y' TO WS-COMP-EOF
           END-READ.
           PERFORM UNTIL WS-COMP-EOF = 'Y'
             ADD 1 TO WS-COMP-COUNT
             PERFORM COLLECT-ASSIGNMENTS-PARA
             PERFORM COST-ONE-EMP-PARA
             READ COMPMSTR
                  AT END MOVE 'Y' TO WS-COMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * COLLECT-ASSIGNMENTS-PARA
      * The sorted history and the compensation file both run in
      * EMPID order.  Of the lines on or before the first of the
      * month only the latest matters; every later one up to month
      * end is a move inside the month.
      * ================================================================
       COLLECT-ASSIGNMENTS-PARA.
           MOVE ZERO TO WS-ASGN-COUNT.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                      OR SO-EMPID >= CMP-EMPID OF COMPMSTR-REC
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-PH-EOF
             END-READ
           END-PERFORM.
           PERFORM UNTIL WS-PH-EOF = 'Y'
                      OR SO-EMPID NOT = CMP-EMPID OF COMPMSTR-REC
             IF SO-EFFDATE NUMERIC
                 AND SO-EFFDATE <= WS-MONTH-LAST-DATE
               IF WS-ASGN-COUNT = 1
                   AND SO-EFFDATE <= WS-MONTH-FIRST-DATE
                 MOVE SO-EFFDATE TO WS-ASGN-DATE (1)
                 MOVE SO-DEPT TO WS-ASGN-DEPT (1)
               ELSE
                 IF WS-ASGN-COUNT < 40
                   ADD 1 TO WS-ASGN-COUNT
                   MOVE SO-EFFDATE TO WS-ASGN-DATE (WS-ASGN-COUNT)
                   MOVE SO-DEPT TO WS-ASGN-DEPT (WS-ASGN-COUNT)
                 END-IF
               END-IF
             END-IF
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-PH-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * COST-ONE-EMP-PARA
      * The days this employee was on the books in the month.
      * ================================================================
       COST-ONE-EMP-PARA.
           SET EMP-NOT-COSTED TO TRUE.
           MOVE CMP-EMPID OF COMPMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE WS-MONTH-LAST TO WS-ON-BOOKS-THRU
                 EVALUATE TRUE
                   WHEN EMP-ACTIVE OF EMPLOYEE-FILE
                   WHEN EMP-ON-LEAVE OF EMPLOYEE-FILE
                     SET EMP-IS-COSTED TO TRUE
                   WHEN EMP-TERMINATED OF EMPLOYEE-FILE
                   WHEN EMP-RETIRED OF EMPLOYEE-FILE
                     IF EMPSTDT OF EMPLOYEE-FILE NUMERIC
                         AND EMPSTDT OF EMPLOYEE-FILE
                             >= WS-MONTH-FIRST-DATE
                       SET EMP-IS-COSTED TO TRUE
                       IF EMPSTDT OF EMPLOYEE-FILE
                           < WS-MONTH-LAST-DATE
                         COMPUTE WS-ON-BOOKS-THRU =
                             FUNCTION INTEGER-OF-DATE
                                 (EMPSTDT OF EMPLOYEE-FILE)
                       END-IF
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
           END-READ.
           IF EMP-IS-COSTED
             PERFORM SET-ON-BOOKS-FROM-PARA
             IF WS-ON-BOOKS-FROM > WS-ON-BOOKS-THRU
               SET EMP-NOT-COSTED TO TRUE
             END-IF
           END-IF.
           IF EMP-NOT-COSTED
             ADD 1 TO WS-SKIP-COUNT
           ELSE
             ADD 1 TO WS-COSTED-COUNT
             MOVE ZERO TO WS-SEG-COUNT
             PERFORM COST-ONE-DAY-PARA
                 VARYING WS-DAY-INT FROM WS-ON-BOOKS-FROM BY 1
                 UNTIL WS-DAY-INT > WS-ON-BOOKS-THRU
             IF WS-SEG-COUNT > 1
               ADD 1 TO WS-SPLIT-COUNT
             END-IF
             PERFORM POST-ONE-SEGMENT-PARA
                 VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-COUNT
           END-IF.

      * ================================================================
      * SET-ON-BOOKS-FROM-PARA
      * A hire date that is not a usable date counts as on the books
      * from the first of the month.
      * ================================================================
       SET-ON-BOOKS-FROM-PARA.
           MOVE WS-MONTH-FIRST TO WS-ON-BOOKS-FROM.
           IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
             MOVE EMPHDTY OF EMPLOYEE-FILE TO WS-HIRE-YYYY
             MOVE EMPHDTM OF EMPLOYEE-FILE TO WS-HIRE-MM
             MOVE EMPHDTD OF EMPLOYEE-FILE TO WS-HIRE-DD
             IF WS-HIRE-DATE > WS-MONTH-FIRST-DATE
                 AND WS-HIRE-MM >= 01 AND WS-HIRE-MM <= 12
                 AND WS-HIRE-DD >= 01 AND WS-HIRE-DD <= 31
               COMPUTE WS-ON-BOOKS-FROM =
                   FUNCTION INTEGER-OF-DATE (WS-HIRE-DATE)
             END-IF
           END-IF.

      * ================================================================
      * COST-ONE-DAY-PARA
      * The department the employee sat in on the day: the last
      * assignment in effect by then, the earliest one on record
      * before any took effect, the master's EMPDPT with no history.
      * ================================================================
       COST-ONE-DAY-PARA.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE EMPDPT OF EMPLOYEE-FILE TO WS-DAY-DEPT.
           IF WS-ASGN-COUNT > 0
             MOVE WS-ASGN-DEPT (1) TO WS-DAY-DEPT
             PERFORM FIND-DAY-DEPT-PARA
                 VARYING WS-ASGN-IDX FROM 1 BY 1
                 UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
           END-IF.
           MOVE ZERO TO WS-SEG-SLOT.
           PERFORM FIND-SEG-SLOT-PARA
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT
                  OR WS-SEG-SLOT > 0.
           IF WS-SEG-SLOT = 0 AND WS-SEG-COUNT < 10
             ADD 1 TO WS-SEG-COUNT
             MOVE WS-SEG-COUNT TO WS-SEG-SLOT
             MOVE WS-DAY-DEPT TO WS-SEG-DEPT (WS-SEG-SLOT)
             MOVE ZERO TO WS-SEG-DAYS (WS-SEG-SLOT)
           END-IF.
           IF WS-SEG-SLOT > 0
             ADD 1 TO WS-SEG-DAYS (WS-SEG-SLOT)
           END-IF.

      * ================================================================
      * FIND-DAY-DEPT-PARA
      * ================================================================
       FIND-DAY-DEPT-PARA.
           IF WS-ASGN-DATE (WS-ASGN-IDX) <= WS-DAY-DATE
             MOVE WS-ASGN-DEPT (WS-ASGN-IDX) TO WS-DAY-DEPT
           END-IF.

      * ================================================================
      * FIND-SEG-SLOT-PARA
      * ================================================================
       FIND-SEG-SLOT-PARA.
           IF WS-SEG-DEPT (WS-SEG-IDX) = WS-DAY-DEPT
             MOVE WS-SEG-IDX TO WS-SEG-SLOT
           END-IF.

      * ================================================================
      * POST-ONE-SEGMENT-PARA
      * Salary / 12 for the month, times the days in the department
      * over the days in the month, to the department's cost center
      * - or to the exceptions when it has none.
      * ================================================================
       POST-ONE-SEGMENT-PARA.
           COMPUTE WS-SEG-AMOUNT ROUNDED =
               CMP-SALARY OF COMPMSTR-REC * WS-SEG-DAYS (WS-SEG-IDX)
               / (12 * WS-MONTH-DAYS).
           MOVE ZERO TO WS-MAP-SLOT.
           PERFORM FIND-MAP-SLOT-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-SLOT > 0.
           IF WS-MAP-SLOT > 0
             ADD 1 TO WS-MAP-HEADS (WS-MAP-SLOT)
             ADD WS-SEG-AMOUNT TO WS-MAP-AMOUNT (WS-MAP-SLOT)
           ELSE
             PERFORM POST-EXCEPTION-PARA
           END-IF.

      * ================================================================
      * FIND-MAP-SLOT-PARA
      * ================================================================
       FIND-MAP-SLOT-PARA.
           IF WS-MAP-DEPT (WS-MAP-IDX) = WS-SEG-DEPT (WS-SEG-IDX)
             MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.

      * ================================================================
      * POST-EXCEPTION-PARA
      * ================================================================
       POST-EXCEPTION-PARA.
           ADD WS-SEG-AMOUNT TO WS-UNM-TOTAL.
           MOVE ZERO TO WS-UNM-SLOT.
           PERFORM FIND-UNM-SLOT-PARA
               VARYING WS-UNM-IDX FROM 1 BY 1
               UNTIL WS-UNM-IDX > WS-UNM-COUNT
                  OR WS-UNM-SLOT > 0.
           IF WS-UNM-SLOT = 0 AND WS-UNM-COUNT < 100
             ADD 1 TO WS-UNM-COUNT
             MOVE WS-UNM-COUNT TO WS-UNM-SLOT
             MOVE WS-SEG-DEPT (WS-SEG-IDX) TO WS-UNM-DEPT (WS-UNM-SLOT)
             MOVE ZERO TO WS-UNM-HEADS (WS-UNM-SLOT)
             MOVE ZERO TO WS-UNM-AMOUNT (WS-UNM-SLOT)
           END-IF.
           IF WS-UNM-SLOT > 0
             ADD 1 TO WS-UNM-HEADS (WS-UNM-SLOT)
             ADD WS-SEG-AMOUNT TO WS-UNM-AMOUNT (WS-UNM-SLOT)
           END-IF.
           IF WS-EXC-COUNT < 500
             ADD 1 TO WS-EXC-COUNT
             MOVE CMP-EMPID OF COMPMSTR-REC
                  TO WS-EXC-EMPID (WS-EXC-COUNT)
             MOVE WS-SEG-DEPT (WS-SEG-IDX) TO WS-EXC-DEPT (WS-EXC-COUNT)
             MOVE WS-SEG-DAYS (WS-SEG-IDX) TO WS-EXC-DAYS (WS-EXC-COUNT)
             MOVE WS-SEG-AMOUNT TO WS-EXC-AMOUNT (WS-EXC-COUNT)
           ELSE
             ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

      * ================================================================
      * FIND-UNM-SLOT-PARA
      * ================================================================
       FIND-UNM-SLOT-PARA.
           IF WS-UNM-DEPT (WS-UNM-IDX) = WS-SEG-DEPT (WS-SEG-IDX)
             MOVE WS-UNM-IDX TO WS-UNM-SLOT
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * Writes the journal, proves it balances, and lists the
      * exceptions.
      * ================================================================
       TERMINATE-PARA.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           IF WS-PH-STATUS = '00'
             CLOSE SORTED-OUT
           END-IF.
           OPEN OUTPUT GLJRNL.
           MOVE SPACES TO GLJRNL-REC.
           SET JEH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO JEH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO JEH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO JEH-RUN-TIME.
           MOVE WS-PERIOD TO JEH-PERIOD.
           WRITE GLJRNL-REC.
           PERFORM WRITE-DEBIT-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           MOVE SPACES TO GLJRNL-REC.
           SET JE-IS-CREDIT TO TRUE.
           MOVE WS-ACCR-COSTCTR TO JE-COSTCTR.
           MOVE WS-ACCR-ACCOUNT TO JE-ACCOUNT.
           MOVE WS-DEBIT-TOTAL TO JE-AMOUNT.
           MOVE WS-PERIOD TO JE-PERIOD.
           MOVE WS-COSTED-COUNT TO JE-HEADS.
           WRITE GLJRNL-REC.
           ADD 1 TO WS-JRNL-COUNT.
           ADD JE-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'CR' TO RP-DETAIL (1:2).
           MOVE WS-ACCR-COSTCTR TO RP-DETAIL (7:10).
           MOVE WS-ACCR-ACCOUNT TO RP-DETAIL (19:8).
           MOVE 'ACCRUED PAYROLL' TO RP-DETAIL (29:15).
           MOVE WS-DEBIT-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (47:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO GLJRNL-REC.
           SET JET-IS-TRAILER TO TRUE.
           MOVE WS-JRNL-COUNT TO JET-COUNT.
           MOVE WS-DEBIT-TOTAL TO JET-DEBITS.
           MOVE WS-CREDIT-TOTAL TO JET-CREDITS.
           WRITE GLJRNL-REC.
           CLOSE GLJRNL.
           OPEN OUTPUT GLCTL.
           MOVE SPACES TO GLCTL-REC.
           MOVE WS-GENERATION TO GC-GEN.
           MOVE WS-PERIOD TO GC-PERIOD.
           WRITE GLCTL-REC.
           CLOSE GLCTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'TOTAL DEBITS' TO RP-DETAIL (1:12).
           MOVE WS-DEBIT-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (47:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'TOTAL CREDITS' TO RP-DETAIL (1:13).
           MOVE WS-CREDIT-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (47:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
             MOVE 'JOURNAL BALANCED' TO RP-DETAIL (1:16)
           ELSE
             MOVE '*** JOURNAL OUT OF BALANCE ***' TO RP-DETAIL (1:30)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM WRITE-EXCEPTIONS-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "LABRDIST: " WS-COSTED-COUNT " EMPLOYEE(S) COSTED, "
                   WS-SPLIT-COUNT " SPLIT BY A MOVE, "
                   WS-SKIP-COUNT " NOT ON THE BOOKS IN THE MONTH".
           MOVE WS-DEBIT-TOTAL TO WS-MONEY-ED.
           DISPLAY "LABRDIST: " WS-JRNL-COUNT " JOURNAL LINE(S), "
                   "DEBITS = CREDITS = " WS-MONEY-ED.
           MOVE 'LABRDIST' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'GENLEDGER' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-JRNL-COUNT TO WS-IFL-COUNT.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-COMP-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-EXC-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           ADD WS-EXC-OVERFLOW TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-UNM-COUNT > 0 OR PERIOD-ALREADY-JOURNALED
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * WRITE-DEBIT-PARA
      * ================================================================
       WRITE-DEBIT-PARA.
           IF WS-MAP-AMOUNT (WS-MAP-IDX) > ZERO
             MOVE SPACES TO GLJRNL-REC
             SET JE-IS-DEBIT TO TRUE
             MOVE WS-MAP-COSTCTR (WS-MAP-IDX) TO JE-COSTCTR
             MOVE WS-MAP-ACCOUNT (WS-MAP-IDX) TO JE-ACCOUNT
             MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO JE-AMOUNT
             MOVE WS-PERIOD TO JE-PERIOD
             MOVE WS-MAP-DEPT (WS-MAP-IDX) TO JE-DEPT
             MOVE WS-MAP-HEADS (WS-MAP-IDX) TO JE-HEADS
             WRITE GLJRNL-REC
             ADD 1 TO WS-JRNL-COUNT
             ADD JE-AMOUNT TO WS-DEBIT-TOTAL
             MOVE SPACES TO RP-DETAIL
             MOVE 'DR' TO RP-DETAIL (1:2)
             MOVE WS-MAP-COSTCTR (WS-MAP-IDX) TO RP-DETAIL (7:10)
             MOVE WS-MAP-ACCOUNT (WS-MAP-IDX) TO RP-DETAIL (19:8)
             MOVE WS-MAP-DEPT (WS-MAP-IDX) TO RP-DETAIL (29:4)
             MOVE WS-MAP-HEADS (WS-MAP-IDX) TO WS-HEADS-ED
             MOVE WS-HEADS-ED TO RP-DETAIL (40:5)
             MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-MONEY-ED
             MOVE WS-MONEY-ED TO RP-DETAIL (47:14)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * WRITE-EXCEPTIONS-PARA
      * Cost that was left out of the journal because its department
      * has no cost center - by department, then who.
      * ================================================================
       WRITE-EXCEPTIONS-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-UNM-COUNT = 0
             MOVE 'NO UNMAPPED DEPARTMENTS - ALL COST JOURNALED'
                  TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           ELSE
             MOVE '*** DEPARTMENTS WITH NO COST CENTER ON GLMAP.PARM'
                  TO RP-DETAIL
             MOVE ' - NOT JOURNALED ***' TO RP-DETAIL (50:20)
             PERFORM WRITE-REPORT-LINE-PARA
             PERFORM WRITE-ONE-UNMAPPED-PARA
                 VARYING WS-UNM-IDX FROM 1 BY 1
                 UNTIL WS-UNM-IDX > WS-UNM-COUNT
             MOVE SPACES TO RP-DETAIL
             MOVE 'TOTAL NOT JOURNALED' TO RP-DETAIL (1:19)
             MOVE WS-UNM-TOTAL TO WS-MONEY-ED
             MOVE WS-MONEY-ED TO RP-DETAIL (47:14)
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE 'EMPID DEPT  DAYS' TO RP-DETAIL (1:16)
             MOVE 'AMOUNT' TO RP-DETAIL (55:6)
             PERFORM WRITE-REPORT-LINE-PARA
             PERFORM WRITE-ONE-EXCEPTION-PARA
                 VARYING WS-EXC-IDX FROM 1 BY 1
                 UNTIL WS-EXC-IDX > WS-EXC-COUNT
             IF WS-EXC-OVERFLOW > 0
               MOVE SPACES TO RP-DETAIL
               STRING '... AND ' DELIMITED BY SIZE
                      WS-EXC-OVERFLOW DELIMITED BY SIZE
                      ' MORE NOT LISTED' DELIMITED BY SIZE
                      INTO RP-DETAIL
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARA
             END-IF
             DISPLAY "LABRDIST: " WS-UNM-COUNT " DEPARTMENT(S) WITH "
                     "NO COST CENTER - SEE THE REGISTER"
           END-IF.

      * ================================================================
      * WRITE-ONE-UNMAPPED-PARA
      * ================================================================
       WRITE-ONE-UNMAPPED-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE '**' TO RP-DETAIL (1:2).
           MOVE WS-UNM-DEPT (WS-UNM-IDX) TO RP-DETAIL (29:4).
           MOVE WS-UNM-HEADS (WS-UNM-IDX) TO WS-HEADS-ED.
           MOVE WS-HEADS-ED TO RP-DETAIL (40:5).
           MOVE WS-UNM-AMOUNT (WS-UNM-IDX) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (47:14).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-ONE-EXCEPTION-PARA
      * ================================================================
       WRITE-ONE-EXCEPTION-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-EXC-EMPID (WS-EXC-IDX) TO RP-DETAIL (1:5).
           MOVE WS-EXC-DEPT (WS-EXC-IDX) TO RP-DETAIL (7:4).
           MOVE WS-EXC-DAYS (WS-EXC-IDX) TO RP-DETAIL (13:2).
           MOVE WS-EXC-AMOUNT (WS-EXC-IDX) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (47:14).
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
