      *================================================================
      * PAYEQRPT
      * Pay-equity analysis - a three-file match of the
      * demographics companion (./demomstr.dat), the compensation
      * companion (./compmstr.dat), and the employee master, for
      * the current (active or on-leave) population.  For every
      * CMP-GRADE and every department the report gives headcount,
      * average salary, and median salary, first for the group as
      * a whole (the ALL line) and then for each DMG-GENDER and
      * each DMG-ETHNIC category inside it, with each category's
      * gap against the group average in dollars and percent.
      *
      * Confidentiality follows DEMORPT.  A cell under the
      * suppression floor (WS-MIN-CELL) never prints its average,
      * median, or gap in either version - a small cell's average
      * is somebody's salary.  With MASKED as the first
      * command-line token the distributable version also withholds
      * the small cell's headcount (it prints as '< MIN'); without
      * it the CONFIDENTIAL version shows the headcount, runs only
      * under a class R sign-on (copybooks/SIGNON_PARA.cob), and is
      * logged to ./readlog.dta with its headcount.  The gender
      * cells of a group add up to its ALL line, and so do the
      * ethnic cells, so where exactly one of them is under the
      * floor the next smallest is suppressed with it - otherwise
      * the small one is the ALL line less the rest.
      *
      * Alongside the print file the run writes the summary outside
      * counsel's analyst loads (./payequity.csv, the comma-
      * separated conventions of ADHOCQRY's export - a header row,
      * then one row per line of the report):
      *
      *    GROUPTYPE,GROUP,DIMENSION,CATEGORY,HEADCOUNT,AVGSALARY,
      *    MEDIANSALARY,GAPAMOUNT,GAPPCT,SUPPRESSED
      *
      * The file leaves the building, so it always follows the
      * masked rules: a suppressed row carries SUPPRESSED=Y and
      * empty figures.  It is registered on the interface ledger as
      * an outbound PAYEQUITY file to COUNSEL.
      *
      * Coverage gaps are counted the way DEMORPT counts them -
      * demographics with no master, current employees with no
      * demographics, and current employees with no compensation
      * record - and any of them gives RETURN-CODE 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEQRPT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DEMOMSTR ASSIGN TO './demomstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DMG-EMPID OF DEMOMSTR-REC
              FILE STATUS IS WS-DEMO-STATUS.
      *
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT CSVOUT ASSIGN TO './payequity.csv'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORTED-OUT ASSIGN TO './payeqsort.tmp'
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
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
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
              SELECT READLOG ASSIGN TO './readlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RA-LOG-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
           FD DEMOMSTR.
           01 DEMOMSTR-REC.
              COPY "DEMOG-REC.cob".
      *
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD CSVOUT.
           01 CSVOUT-REC       PIC      X(132).
      *
      * One sort record per employee per view: the whole group
      * (dimension A), the gender cell (G), and the ethnic cell (E),
      * for the grade group (type 1) and the department group
      * (type 2).  A sorts ahead of E and G, so each group's ALL
      * line - and with it the group average - comes first.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-GTYPE     PIC        X(1).
              05 SR-GROUP     PIC        X(4).
              05 SR-DIM       PIC        X(1).
              05 SR-CAT       PIC        X(2).
              05 SR-SALARY    PIC    9(7)V99.
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-GTYPE     PIC        X(1).
                 88 SO-IS-GRADE       VALUE '1'.
                 88 SO-IS-DEPT        VALUE '2'.
              05 SO-GROUP     PIC        X(4).
              05 SO-DIM       PIC        X(1).
                 88 SO-IS-ALL         VALUE 'A'.
                 88 SO-IS-ETHNIC      VALUE 'E'.
                 88 SO-IS-GENDER      VALUE 'G'.
              05 SO-CAT       PIC        X(2).
              05 SO-SALARY    PIC    9(7)V99.
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
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
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
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-DEMO-EOF     PIC        A(1).
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-DEMO-STATUS  PIC        X(2).
              88 WS-DEMO-OK          VALUE '00'.
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-MASK-PARM    PIC        X(6).
           01 WS-MASK-SW      PIC        X(1) VALUE 'N'.
              88 MASKING-REQUESTED   VALUE 'Y'.
              88 MASKING-NOT-REQUESTED VALUE 'N'.
      *
      * Suppression floor - a cell this small could identify
      * someone.  Kept in step with DEMORPT's.
           01 WS-MIN-CELL     PIC        9(2) VALUE 05.
      *
           01 WS-READ-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-MATCH-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-NOMATCH-COUNT PIC       9(5) VALUE ZERO.
           01 WS-NODEMO-COUNT PIC        9(5) VALUE ZERO.
           01 WS-NOCOMP-COUNT PIC        9(5) VALUE ZERO.
           01 WS-SUPPRESS-COUNT PIC      9(5) VALUE ZERO.
           01 WS-ROW-COUNT    PIC        9(7) VALUE ZERO.
      *
      * Control-break fields.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-GTYPE    PIC        X(1).
           01 WS-CUR-GROUP    PIC        X(4).
           01 WS-CUR-DIM      PIC        X(1).
           01 WS-CUR-CAT      PIC        X(2).
      *
      * The cell in hand - its salaries arrive in ascending order,
      * so the median is read straight off the buffer.
           01 WS-CELL-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-CELL-SUM     PIC   9(11)V99 VALUE ZERO.
           01 WS-CELL-AVG     PIC    9(7)V99.
           01 WS-CELL-MEDIAN  PIC    9(7)V99.
           01 WS-MED-TBL.
              05 WS-MED-SALARY PIC   9(7)V99 OCCURS 5000 TIMES.
           01 WS-MED-MAX      PIC        9(4) VALUE 5000.
           01 WS-MED-IDX      PIC        9(5).
           01 WS-MED-OVERFLOW-SW PIC     X(1) VALUE 'N'.
              88 MEDIAN-OVERFLOWED    VALUE 'Y'.
           01 WS-GROUP-AVG    PIC    9(7)V99 VALUE ZERO.
           01 WS-GAP          PIC   S9(7)V99.
           01 WS-GAP-PCT      PIC   S9(3)V9.
           01 WS-CELL-SUPPRESSED-SW PIC  X(1).
              88 CELL-IS-SUPPRESSED   VALUE 'Y' 'C'.
              88 CELL-IS-COMPLEMENT   VALUE 'C'.
              88 CELL-IS-SHOWN        VALUE 'N'.
           01 WS-COMPLEMENT-COUNT PIC    9(5) VALUE ZERO.
      *
      * The gender or ethnic cells of one group, held until the
      * last of them is in: the cells add up to the ALL line, so a
      * lone small cell could be worked out from the others and is
      * given a second suppressed cell - the next smallest - for
      * company.
           01 WS-SET-TBL.
              05 WS-SET-ENTRY OCCURS 200 TIMES.
                 10 WS-SET-CAT        PIC  X(2).
                 10 WS-SET-COUNT      PIC  9(5).
                 10 WS-SET-AVG        PIC  9(7)V99.
                 10 WS-SET-MEDIAN     PIC  9(7)V99.
                 10 WS-SET-GAP        PIC  S9(7)V99.
                 10 WS-SET-GAP-PCT    PIC  S9(3)V9.
                 10 WS-SET-SW         PIC  X(1).
           01 WS-SET-COUNT-TOT PIC       9(3) VALUE ZERO.
           01 WS-SET-IDX      PIC        9(3) VALUE ZERO.
           01 WS-SET-SLOT     PIC        9(3) VALUE ZERO.
           01 WS-SET-SMALL    PIC        9(3) VALUE ZERO.
      *
           01 WS-COUNT-ED     PIC        ZZZZ9.
           01 WS-SALARY-ED    PIC     Z,ZZZ,ZZ9.99.
           01 WS-GAP-ED       PIC    -Z,ZZZ,ZZ9.99.
           01 WS-PCT-ED       PIC       -ZZ9.9.
           01 WS-CSV-AMT-ED   PIC      -(7)9.99.
           01 WS-CSV-PCT-ED   PIC        -(3)9.9.
           01 WS-CSV-CNT-ED   PIC         Z(4)9.
           01 WS-LINE-PTR     PIC        9(3).
           01 WS-GTYPE-TEXT   PIC        X(5).
           01 WS-DIM-TEXT     PIC        X(6).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PAYEQRPT'.
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
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
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
           ACCEPT WS-MASK-PARM FROM COMMAND-LINE.
           IF WS-MASK-PARM = 'MASKED'
             SET MASKING-REQUESTED TO TRUE
           ELSE
             MOVE 'R' TO SG-NEED-CLASS
             PERFORM CHECK-SIGNON-PARA
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT DEMOMSTR.
           IF NOT WS-DEMO-OK
             DISPLAY "PAYEQRPT: *** NO DEMOGRAPHICS FILE - RUN "
                     "DEMOLOAD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT COMPMSTR.
           IF NOT WS-COMP-OK
             DISPLAY "PAYEQRPT: *** NO COMPENSATION FILE - RUN "
                     "COMPLOAD FIRST ***"
             CLOSE DEMOMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "PAYEQRPT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE DEMOMSTR
             CLOSE COMPMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './payeqrpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           IF MASKING-REQUESTED
             MOVE 'PAYEQRPT - PAY EQUITY ANALYSIS (MASKED)'
                  TO RP-TITLE
           ELSE
             MOVE 'PAYEQRPT - PAY EQUITY ANALYSIS (CONFIDENTIAL)'
                  TO RP-TITLE
           END-IF.
           MOVE 'GROUP      VIEW   CAT  COUNT' TO RP-COLHDG (1:28).
           MOVE 'AVG SALARY' TO RP-COLHDG (34:10).
           MOVE 'MEDIAN' TO RP-COLHDG (52:6).
           MOVE 'GAP VS GROUP' TO RP-COLHDG (61:12).
           MOVE 'GAP %' TO RP-COLHDG (76:5).
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           OPEN OUTPUT CSVOUT.
           MOVE SPACES TO CSVOUT-REC.
           STRING 'GROUPTYPE,GROUP,DIMENSION,CATEGORY,HEADCOUNT,'
                  DELIMITED BY SIZE
                  'AVGSALARY,MEDIANSALARY,GAPAMOUNT,GAPPCT,'
                  DELIMITED BY SIZE
                  'SUPPRESSED' DELIMITED BY SIZE
                  INTO CSVOUT-REC
           END-STRING.
           WRITE CSVOUT-REC.
           SORT SORT-WORK ON ASCENDING KEY SR-GTYPE SR-GROUP
                                           SR-DIM SR-CAT SR-SALARY
               INPUT PROCEDURE IS SELECT-EMP-PARA
               GIVING SORTED-OUT.
           PERFORM COUNT-UNCOVERED-PARA.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * SELECT-EMP-PARA
      * SORT input procedure - one pass of the demographics file,
      * a keyed master READ and a keyed compensation READ each;
      * six sort records for every current employee with both.
      * ================================================================
       SELECT-EMP-PARA.
           MOVE ' ' TO WS-DEMO-EOF.
           READ DEMOMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-DEMO-EOF
           END-READ.
           PERFORM UNTIL WS-DEMO-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             MOVE DMG-EMPID OF DEMOMSTR-REC
                  TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   ADD 1 TO WS-NOMATCH-COUNT
                 NOT INVALID KEY
                   IF EMP-ACTIVE OF EMPLOYEE-FILE
                       OR EMP-ON-LEAVE OF EMPLOYEE-FILE
                     PERFORM SELECT-ONE-EMP-PARA
                   END-IF
             END-READ

             READ DEMOMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-DEMO-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * SELECT-ONE-EMP-PARA
      * ================================================================
       SELECT-ONE-EMP-PARA.
           MOVE DMG-EMPID OF DEMOMSTR-REC TO CMP-EMPID OF COMPMSTR-REC.
           READ COMPMSTR
               INVALID KEY
                 ADD 1 TO WS-NOCOMP-COUNT
               NOT INVALID KEY
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE CMP-SALARY OF COMPMSTR-REC TO SR-SALARY
                 MOVE '1' TO SR-GTYPE
                 MOVE CMP-GRADE OF COMPMSTR-REC TO SR-GROUP
                 PERFORM RELEASE-VIEWS-PARA
                 MOVE '2' TO SR-GTYPE
                 MOVE EMPDPT OF EMPLOYEE-FILE TO SR-GROUP
                 PERFORM RELEASE-VIEWS-PARA
           END-READ.

      * ================================================================
      * RELEASE-VIEWS-PARA
      * ================================================================
       RELEASE-VIEWS-PARA.
           MOVE 'A' TO SR-DIM.
           MOVE SPACES TO SR-CAT.
           RELEASE SORT-REC.
           MOVE 'G' TO SR-DIM.
           MOVE DMG-GENDER OF DEMOMSTR-REC TO SR-CAT.
           RELEASE SORT-REC.
           MOVE 'E' TO SR-DIM.
           MOVE DMG-ETHNIC OF DEMOMSTR-REC TO SR-CAT.
           RELEASE SORT-REC.

      * ================================================================
      * COUNT-UNCOVERED-PARA
      * Current employees the demographics file has never heard
      * of - the same walk DEMORPT makes.
      * ================================================================
       COUNT-UNCOVERED-PARA.
           MOVE ZERO TO EMPID OF EMPLOYEE-FILE.
           MOVE ' ' TO WS-EMP-EOF.
           START EMPLOYEE KEY IS NOT LESS THAN
               EMPID OF EMPLOYEE-FILE
               INVALID KEY
                 MOVE 'Y' TO WS-EMP-EOF
           END-START.
           IF WS-EMP-EOF NOT = 'Y'
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             IF EMP-ACTIVE OF EMPLOYEE-FILE
                 OR EMP-ON-LEAVE OF EMPLOYEE-FILE
               MOVE EMPID OF EMPLOYEE-FILE
                    TO DMG-EMPID OF DEMOMSTR-REC
               READ DEMOMSTR
                   INVALID KEY
                     ADD 1 TO WS-NODEMO-COUNT
               END-READ
             END-IF
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * PROCESS-PARA
      * One report line per cell; a blank line between groups.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               PERFORM START-CELL-PARA
               SET NOT-FIRST-RECORD TO TRUE
             ELSE
               IF SO-GTYPE NOT = WS-CUR-GTYPE
                   OR SO-GROUP NOT = WS-CUR-GROUP
                 PERFORM WRITE-CELL-PARA
                 PERFORM FLUSH-CELL-SET-PARA
                 MOVE SPACES TO RP-DETAIL
                 PERFORM WRITE-REPORT-LINE-PARA
                 PERFORM START-CELL-PARA
               ELSE
                 IF SO-DIM NOT = WS-CUR-DIM
                     OR SO-CAT NOT = WS-CUR-CAT
                   PERFORM WRITE-CELL-PARA
                   IF SO-DIM NOT = WS-CUR-DIM
                     PERFORM FLUSH-CELL-SET-PARA
                   END-IF
                   PERFORM START-CELL-PARA
                 END-IF
               END-IF
             END-IF

             ADD 1 TO WS-CELL-COUNT
             ADD SO-SALARY TO WS-CELL-SUM
             IF WS-CELL-COUNT <= WS-MED-MAX
               MOVE SO-SALARY TO WS-MED-SALARY (WS-CELL-COUNT)
             ELSE
               SET MEDIAN-OVERFLOWED TO TRUE
             END-IF

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF NOT-FIRST-RECORD
             PERFORM WRITE-CELL-PARA
             PERFORM FLUSH-CELL-SET-PARA
           END-IF.

      * ================================================================
      * START-CELL-PARA
      * ================================================================
       START-CELL-PARA.
           MOVE SO-GTYPE TO WS-CUR-GTYPE.
           MOVE SO-GROUP TO WS-CUR-GROUP.
           MOVE SO-DIM TO WS-CUR-DIM.
           MOVE SO-CAT TO WS-CUR-CAT.
           MOVE ZERO TO WS-CELL-COUNT.
           MOVE ZERO TO WS-CELL-SUM.

      * ================================================================
      * WRITE-CELL-PARA
      * Average, median, and the gap against the group average the
      * ALL line left behind.  A suppressed cell gives no money.
      * The ALL line is written at once; a gender or ethnic cell
      * waits in WS-SET-TBL for the rest of its dimension.
      * ================================================================
       WRITE-CELL-PARA.
           COMPUTE WS-CELL-AVG ROUNDED = WS-CELL-SUM / WS-CELL-COUNT.
           IF WS-CELL-COUNT > WS-MED-MAX
             MOVE WS-MED-MAX TO WS-MED-IDX
           ELSE
             MOVE WS-CELL-COUNT TO WS-MED-IDX
           END-IF.
           IF FUNCTION MOD (WS-MED-IDX, 2) = 1
             COMPUTE WS-MED-IDX = (WS-MED-IDX + 1) / 2
             MOVE WS-MED-SALARY (WS-MED-IDX) TO WS-CELL-MEDIAN
           ELSE
             COMPUTE WS-MED-IDX = WS-MED-IDX / 2
             COMPUTE WS-CELL-MEDIAN ROUNDED =
                 (WS-MED-SALARY (WS-MED-IDX)
                  + WS-MED-SALARY (WS-MED-IDX + 1)) / 2
           END-IF.
           IF WS-CUR-DIM = 'A'
             MOVE WS-CELL-AVG TO WS-GROUP-AVG
           END-IF.
           COMPUTE WS-GAP = WS-CELL-AVG - WS-GROUP-AVG.
           MOVE ZERO TO WS-GAP-PCT.
           IF WS-GROUP-AVG > ZERO
             COMPUTE WS-GAP-PCT ROUNDED = WS-GAP * 100 / WS-GROUP-AVG
                 ON SIZE ERROR
                   MOVE ZERO TO WS-GAP-PCT
             END-COMPUTE
           END-IF.
           IF WS-CELL-COUNT < WS-MIN-CELL
             SET CELL-IS-SUPPRESSED TO TRUE
             ADD 1 TO WS-SUPPRESS-COUNT
           ELSE
             SET CELL-IS-SHOWN TO TRUE
           END-IF.
           IF WS-CUR-GTYPE = '1'
             MOVE 'GRADE' TO WS-GTYPE-TEXT
           ELSE
             MOVE 'DEPT' TO WS-GTYPE-TEXT
           END-IF.
           EVALUATE WS-CUR-DIM
             WHEN 'A'
               MOVE 'ALL' TO WS-DIM-TEXT
             WHEN 'G'
               MOVE 'GENDER' TO WS-DIM-TEXT
             WHEN OTHER
               MOVE 'ETHNIC' TO WS-DIM-TEXT
           END-EVALUATE.
           IF WS-CUR-DIM = 'A'
             PERFORM REPORT-ONE-CELL-PARA
             PERFORM CSV-ONE-CELL-PARA
             ADD 1 TO WS-ROW-COUNT
           ELSE
             PERFORM HOLD-CELL-PARA
           END-IF.

      * ================================================================
      * HOLD-CELL-PARA
      * A dimension with more categories than the table holds
      * writes the extra cells suppressed outright - never shown
      * without the complementary check.
      * ================================================================
       HOLD-CELL-PARA.
           IF WS-SET-COUNT-TOT < 200
             ADD 1 TO WS-SET-COUNT-TOT
             MOVE WS-CUR-CAT TO WS-SET-CAT (WS-SET-COUNT-TOT)
             MOVE WS-CELL-COUNT TO WS-SET-COUNT (WS-SET-COUNT-TOT)
             MOVE WS-CELL-AVG TO WS-SET-AVG (WS-SET-COUNT-TOT)
             MOVE WS-CELL-MEDIAN TO WS-SET-MEDIAN (WS-SET-COUNT-TOT)
             MOVE WS-GAP TO WS-SET-GAP (WS-SET-COUNT-TOT)
             MOVE WS-GAP-PCT TO WS-SET-GAP-PCT (WS-SET-COUNT-TOT)
             MOVE WS-CELL-SUPPRESSED-SW TO WS-SET-SW (WS-SET-COUNT-TOT)
           ELSE
             IF CELL-IS-SHOWN
               SET CELL-IS-COMPLEMENT TO TRUE
               ADD 1 TO WS-COMPLEMENT-COUNT
             END-IF
             PERFORM REPORT-ONE-CELL-PARA
             PERFORM CSV-ONE-CELL-PARA
             ADD 1 TO WS-ROW-COUNT
           END-IF.

      * ================================================================
      * FLUSH-CELL-SET-PARA
      * The dimension is complete.  Exactly one cell under the
      * floor would be the ALL line less the cells printed beside
      * it, so the smallest cell still shown is suppressed with it;
      * two or more small cells already cover each other.  Both
      * the print file and the CSV see the same suppression.
      * ================================================================
       FLUSH-CELL-SET-PARA.
           IF WS-SET-COUNT-TOT > 0
             MOVE ZERO TO WS-SET-SMALL
             MOVE ZERO TO WS-SET-SLOT
             PERFORM CHECK-SET-CELL-PARA
                 VARYING WS-SET-IDX FROM 1 BY 1
                 UNTIL WS-SET-IDX > WS-SET-COUNT-TOT
             IF WS-SET-SMALL = 1 AND WS-SET-SLOT > 0
               MOVE 'C' TO WS-SET-SW (WS-SET-SLOT)
               ADD 1 TO WS-COMPLEMENT-COUNT
             END-IF
             PERFORM WRITE-SET-CELL-PARA
                 VARYING WS-SET-IDX FROM 1 BY 1
                 UNTIL WS-SET-IDX > WS-SET-COUNT-TOT
             MOVE ZERO TO WS-SET-COUNT-TOT
           END-IF.

      * ================================================================
      * CHECK-SET-CELL-PARA
      * Counts the small cells and finds the smallest shown one.
      * ================================================================
       CHECK-SET-CELL-PARA.
           IF WS-SET-SW (WS-SET-IDX) NOT = 'N'
             ADD 1 TO WS-SET-SMALL
           ELSE
             IF WS-SET-SLOT = ZERO
               MOVE WS-SET-IDX TO WS-SET-SLOT
             ELSE
               IF WS-SET-COUNT (WS-SET-IDX)
                    < WS-SET-COUNT (WS-SET-SLOT)
                 MOVE WS-SET-IDX TO WS-SET-SLOT
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * WRITE-SET-CELL-PARA
      * ================================================================
       WRITE-SET-CELL-PARA.
           MOVE WS-SET-CAT (WS-SET-IDX) TO WS-CUR-CAT.
           MOVE WS-SET-COUNT (WS-SET-IDX) TO WS-CELL-COUNT.
           MOVE WS-SET-AVG (WS-SET-IDX) TO WS-CELL-AVG.
           MOVE WS-SET-MEDIAN (WS-SET-IDX) TO WS-CELL-MEDIAN.
           MOVE WS-SET-GAP (WS-SET-IDX) TO WS-GAP.
           MOVE WS-SET-GAP-PCT (WS-SET-IDX) TO WS-GAP-PCT.
           MOVE WS-SET-SW (WS-SET-IDX) TO WS-CELL-SUPPRESSED-SW.
           PERFORM REPORT-ONE-CELL-PARA.
           PERFORM CSV-ONE-CELL-PARA.
           ADD 1 TO WS-ROW-COUNT.

      * ================================================================
      * REPORT-ONE-CELL-PARA
      * ================================================================
       REPORT-ONE-CELL-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-GTYPE-TEXT TO RP-DETAIL (1:5).
           MOVE WS-CUR-GROUP TO RP-DETAIL (7:4).
           MOVE WS-DIM-TEXT TO RP-DETAIL (12:6).
           MOVE WS-CUR-CAT TO RP-DETAIL (19:2).
           EVALUATE TRUE
             WHEN CELL-IS-COMPLEMENT AND MASKING-REQUESTED
               MOVE '*****' TO RP-DETAIL (24:5)
             WHEN CELL-IS-SUPPRESSED AND MASKING-REQUESTED
               MOVE '< MIN' TO RP-DETAIL (24:5)
             WHEN OTHER
               MOVE WS-CELL-COUNT TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO RP-DETAIL (24:5)
           END-EVALUATE.
           IF CELL-IS-COMPLEMENT
             MOVE 'SUPPRESSED - SHIELDS A SMALL CELL'
                  TO RP-DETAIL (32:33)
           END-IF.
           IF CELL-IS-SUPPRESSED AND NOT CELL-IS-COMPLEMENT
             MOVE 'SUPPRESSED - BELOW THE FLOOR' TO RP-DETAIL (32:28)
           END-IF.
           IF CELL-IS-SHOWN
             MOVE WS-CELL-AVG TO WS-SALARY-ED
             MOVE WS-SALARY-ED TO RP-DETAIL (32:12)
             MOVE WS-CELL-MEDIAN TO WS-SALARY-ED
             MOVE WS-SALARY-ED TO RP-DETAIL (46:12)
             IF WS-CUR-DIM NOT = 'A'
               MOVE WS-GAP TO WS-GAP-ED
               MOVE WS-GAP-ED TO RP-DETAIL (60:13)
               MOVE WS-GAP-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO RP-DETAIL (75:6)
             END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * CSV-ONE-CELL-PARA
      * Always on the masked rules - this file leaves the building.
      * ================================================================
       CSV-ONE-CELL-PARA.
           MOVE SPACES TO CSVOUT-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING FUNCTION TRIM (WS-GTYPE-TEXT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-GROUP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DIM-TEXT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-CAT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
           END-STRING.
           IF CELL-IS-SUPPRESSED
             STRING ',,,,,Y' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
           ELSE
             MOVE WS-CELL-COUNT TO WS-CSV-CNT-ED
             STRING FUNCTION TRIM (WS-CSV-CNT-ED) DELIMITED BY SIZE
                    ',' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
             MOVE WS-CELL-AVG TO WS-CSV-AMT-ED
             STRING FUNCTION TRIM (WS-CSV-AMT-ED) DELIMITED BY SIZE
                    ',' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
             MOVE WS-CELL-MEDIAN TO WS-CSV-AMT-ED
             STRING FUNCTION TRIM (WS-CSV-AMT-ED) DELIMITED BY SIZE
                    ',' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
             MOVE WS-GAP TO WS-CSV-AMT-ED
             STRING FUNCTION TRIM (WS-CSV-AMT-ED) DELIMITED BY SIZE
                    ',' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
             MOVE WS-GAP-PCT TO WS-CSV-PCT-ED
             STRING FUNCTION TRIM (WS-CSV-PCT-ED) DELIMITED BY SIZE
                    ',N' DELIMITED BY SIZE
                    INTO CSVOUT-REC WITH POINTER WS-LINE-PTR
             END-STRING
           END-IF.
           WRITE CSVOUT-REC.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  ' EMPLOYEE(S) ANALYSED, ' DELIMITED BY SIZE
                  WS-NOMATCH-COUNT DELIMITED BY SIZE
                  ' DEMOGRAPHICS WITHOUT A MASTER RECORD'
                  DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-NODEMO-COUNT DELIMITED BY SIZE
                  ' CURRENT EMPLOYEE(S) WITH NO DEMOGRAPHICS, '
                  DELIMITED BY SIZE
                  WS-NOCOMP-COUNT DELIMITED BY SIZE
                  ' WITH NO COMPENSATION RECORD' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-SUPPRESS-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING WS-SUPPRESS-COUNT DELIMITED BY SIZE
                    ' CELL(S) BELOW THE SUPPRESSION FLOOR'
                    DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF WS-COMPLEMENT-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING WS-COMPLEMENT-COUNT DELIMITED BY SIZE
                    ' MORE CELL(S) SUPPRESSED SO THAT A SMALL CELL '
                    DELIMITED BY SIZE
                    'CANNOT BE WORKED OUT FROM THE ALL LINE'
                    DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF MEDIAN-OVERFLOWED
             MOVE 'MEDIAN TAKEN OVER THE FIRST 5000 OF A LARGER CELL'
                  TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF MASKING-NOT-REQUESTED
             SET RP-CONFIDENTIAL TO TRUE
             MOVE 'R' TO RA-LOG-KIND
             MOVE RP-FNAME TO RA-LOG-SUBJECT
             MOVE WS-MATCH-COUNT TO RA-LOG-RECORDS
             PERFORM WRITE-READLOG-PARA
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE CSVOUT.
           CLOSE DEMOMSTR.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           MOVE 'PAYEQUITY' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'COUNSEL' TO WS-IFL-COUNTERPARTY.
           MOVE WS-ROW-COUNT TO WS-IFL-COUNT.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           DISPLAY "PAYEQRPT: " WS-READ-COUNT " DEMOGRAPHIC "
                   "RECORD(S), " WS-MATCH-COUNT " ANALYSED, "
                   WS-ROW-COUNT " CELL(S) TO PAYEQUITY.CSV".
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           COMPUTE WS-RUNLOG-REJECT-TOTAL =
               WS-NOMATCH-COUNT + WS-NOCOMP-COUNT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-NOMATCH-COUNT > 0 OR WS-NODEMO-COUNT > 0
               OR WS-NOCOMP-COUNT > 0
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
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
