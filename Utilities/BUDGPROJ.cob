      *================================================================
      * BUDGPROJ
      * Next-year salary cost projection for budget season.  BUDGVAR
      * compares headcount to plan and RETPROJ projects the exits;
      * this run puts a dollar figure on the year, by department
      * and by month.  The year is the first command-line token
      * (YYYY, default next year); the second, optional, is the
      * days an opening takes to fill (default 090).
      *
      * The projection starts from the compensation file
      * (./compmstr.dat): every ACTIVE or on-leave employee costs
      * salary / 12 a month, and then
      *
      *    - merit: the merit.parm increase MERITRUN would apply -
      *      by grade and latest appraisal rating, capped by the
      *      CAP line - takes effect on the EFF line's month and
      *      day in the projection year (April 1 with no EFF line),
      *      prorated by day in the month it lands;
      *    - requisitions: every open requisition on ./reqmstr.dat
      *      costs its planned grade's midpoint (./graderef.dta)
      *      from its open date plus the fill time, or January 1 if
      *      later; a backfill with no planned grade takes the grade
      *      of the employee who left.  One that cannot be priced is
      *      listed on the cover and left out;
      *    - retirements: the employee leaves at the end of the
      *      month a RETPROJ door first opens (./retirrule.parm or
      *      the standing doors, with rehire service bridged the way
      *      RETPROJ bridges it) and costs nothing after.  As in
      *      RETPROJ, someone already past a door is expected to go
      *      before the year starts.
      *
      * The cover page prints every assumption and how the total
      * builds up - current payroll, plus merit, plus requisitions,
      * less retirements - ahead of the department-by-month grid
      * (./budgproj_YYYYMMDD.rpt).  RC 8 with no merit.parm or no
      * compensation file; RC 4 when a requisition went unpriced.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGPROJ.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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
              SELECT REQMSTR ASSIGN TO './reqmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RQ-NUMBER OF REQMSTR-REC
              FILE STATUS IS WS-REQ-STATUS.
      *
              SELECT MERITPARM ASSIGN TO './merit.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT GRADEREF ASSIGN TO './graderef.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADEREF-STATUS.
      *
              SELECT RULEFILE ASSIGN TO './retirrule.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS AL-APPR-STATUS.
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
           FD REQMSTR.
           01 REQMSTR-REC.
              COPY "REQ-REC.cob".
      *
           FD MERITPARM.
           01 MERITPARM-REC.
              05 MP-GRADE     PIC        X(2).
              05 FILLER       PIC        X(1).
              05 MP-PCT       PIC      9(2)V99.
              05 FILLER       PIC        X(1).
              05 MP-RATING    PIC        X(1).
              05 FILLER       PIC        X(3).
           01 MERITPARM-CTL REDEFINES MERITPARM-REC.
              05 MPC-WORD     PIC        X(3).
              05 FILLER       PIC        X(1).
              05 MPC-VALUE    PIC        X(8).
      *
           FD GRADEREF.
           01 GRADEREF-REC.
              COPY "GRADEREF-REC.cob".
      *
           FD RULEFILE.
           01 RULEFILE-REC.
              05 RF-NAME      PIC       X(12).
              05 FILLER       PIC        X(1).
              05 RF-MIN-AGE   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 RF-MIN-SVC   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 RF-MIN-POINTS PIC       9(3).
      *
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
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
           WORKING-STORAGE SECTION.
           01 WS-COMP-EOF     PIC        A(1).
           01 WS-REQ-EOF      PIC        A(1).
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-RULE-EOF     PIC        A(1).
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-REQ-STATUS   PIC        X(2).
              88 WS-REQ-OK           VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-GRADEREF-STATUS PIC     X(2).
              88 WS-GRADEREF-OK      VALUE '00'.
           01 WS-RULE-STATUS  PIC        X(2).
              88 WS-RULE-OK          VALUE '00'.
      *
      * The year being projected and the fill time, from the
      * command line.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-YEAR-PARM    PIC        X(4).
           01 WS-LAG-PARM     PIC        X(3).
           01 WS-PROJ-YEAR    PIC        9(4).
           01 WS-FILL-LAG     PIC        9(3) VALUE 090.
           01 WS-WORK-DATE    PIC        9(8).
      *
      * Each month's first day as an integer date (the thirteenth
      * is January 1 of the year after), its length, and its last
      * day for the retirement test.
           01 WS-MONTH-TBL.
              05 WS-MONTH-ENTRY OCCURS 13 TIMES.
                 10 WS-MONTH-FIRST    PIC  9(7).
                 10 WS-MONTH-DAYS     PIC  9(2).
                 10 WS-MONTH-END      PIC  9(8).
           01 WS-MONTH-IDX    PIC        9(2).
           01 WS-YEAR-FIRST   PIC        9(7).
      *
      * merit.parm, as MERITRUN loads it.
           01 WS-MERIT-TBL.
              05 WS-MERIT-ENTRY OCCURS 120 TIMES.
                 10 WS-MERIT-GRADE    PIC  X(2).
                 10 WS-MERIT-RATING   PIC  X(1).
                 10 WS-MERIT-PCT      PIC  9(2)V99.
           01 WS-MERIT-COUNT  PIC        9(3) VALUE ZERO.
           01 WS-MERIT-IDX    PIC        9(3) VALUE ZERO.
           01 WS-MERIT-SLOT   PIC        9(3) VALUE ZERO.
           01 WS-FIND-RATING  PIC        X(1).
           01 WS-CAP-AMOUNT   PIC        9(7) VALUE ZERO.
           01 WS-PARM-EFF     PIC        9(8) VALUE ZERO.
           01 WS-EFF-DATE     PIC        9(8).
           01 WS-EFF-INT      PIC        9(7).
      *
      * Grade midpoints, from ./graderef.dta.
           01 WS-RANGE-TBL.
              05 WS-RANGE-ENTRY OCCURS 20 TIMES.
                 10 WS-RANGE-GRADE    PIC  X(2).
                 10 WS-RANGE-MID      PIC  9(7).
           01 WS-RANGE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-RANGE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-RANGE-SLOT   PIC        9(2) VALUE ZERO.
           01 WS-FIND-GRADE   PIC        X(2).
      *
      * The plan's eligibility rules - the same table RETPROJ
      * carries.
           01 WS-RULE-TBL.
              05 WS-RULE-ENTRY OCCURS 10 TIMES.
                 10 WS-RULE-NAME      PIC X(12).
                 10 WS-RULE-MIN-AGE   PIC  9(3).
                 10 WS-RULE-MIN-SVC   PIC  9(3).
                 10 WS-RULE-MIN-PTS   PIC  9(3).
           01 WS-RULE-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-RULE-IDX     PIC        9(2) VALUE ZERO.
           01 WS-RULE-FIRED-SW PIC       X(1).
              88 A-RULE-FIRED        VALUE 'Y'.
      *
      * Per-department cost by month.
           01 WS-DEPT-TBL.
              05 WS-DEPT-ENTRY OCCURS 100 TIMES.
                 10 WS-DEPT-CODE      PIC  X(4).
                 10 WS-DEPT-HEADS     PIC  9(5).
                 10 WS-DEPT-REQS      PIC  9(3).
                 10 WS-DEPT-RETIRE    PIC  9(3).
                 10 WS-DEPT-COST OCCURS 12 TIMES PIC 9(9)V99.
           01 WS-DEPT-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-DEPT-IDX     PIC        9(3) VALUE ZERO.
           01 WS-DEPT-SLOT    PIC        9(3) VALUE ZERO.
           01 WS-FIND-DEPT    PIC        X(4).
           01 WS-DEPT-ANNUAL  PIC   9(11)V99.
           01 WS-CO-COST-TBL.
              05 WS-CO-COST OCCURS 12 TIMES PIC 9(11)V99.
           01 WS-CO-ANNUAL    PIC   9(11)V99 VALUE ZERO.
      *
      * How the total builds up, for the cover page.
           01 WS-BASE-TOTAL   PIC   9(11)V99 VALUE ZERO.
           01 WS-MERIT-TOTAL  PIC   9(11)V99 VALUE ZERO.
           01 WS-REQ-TOTAL    PIC   9(11)V99 VALUE ZERO.
           01 WS-RETIRE-TOTAL PIC   9(11)V99 VALUE ZERO.
      *
      * The employee or requisition in hand.
           01 WS-OLD-SALARY   PIC    9(7)V99.
           01 WS-INCREASE     PIC    9(7)V99.
           01 WS-MONTH-BASE   PIC    9(7)V99.
           01 WS-MONTH-UPLIFT PIC    9(7)V99.
           01 WS-MONTH-COST   PIC    9(7)V99.
           01 WS-RETIRE-MONTH PIC        9(2).
           01 WS-TEST-MONTH   PIC        9(2).
           01 WS-CUR-AGE      PIC        9(3).
           01 WS-CUR-SVC      PIC        9(3).
           01 WS-SVC-BRIDGE   PIC        9(3).
           01 WS-DOB-SW       PIC        X(1).
              88 DOB-IS-USABLE       VALUE 'Y'.
              88 DOB-NOT-USABLE      VALUE 'N'.
           01 WS-REQ-START    PIC        9(7).
           01 WS-REQ-ANNUAL   PIC    9(7)V99.
      *
      * Requisitions that could not be priced.
           01 WS-UNPRICED-TBL.
              05 WS-UNPRICED-ENTRY OCCURS 50 TIMES.
                 10 WS-UNPRICED-REQ   PIC  9(5).
                 10 WS-UNPRICED-DEPT  PIC  X(4).
                 10 WS-UNPRICED-GRADE PIC  X(2).
           01 WS-UNPRICED-COUNT PIC      9(3) VALUE ZERO.
           01 WS-UNPRICED-IDX PIC        9(3) VALUE ZERO.
      *
           01 WS-COMP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-EMP-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-MERIT-COUNT-EMP PIC     9(5) VALUE ZERO.
           01 WS-RETIRE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-REQ-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-REQ-PRICED   PIC        9(5) VALUE ZERO.
      *
           01 WS-MONEY-ED     PIC  ZZZ,ZZZ,ZZ9.99.
           01 WS-CELL-ED      PIC      ZZZZZZZ9.
           01 WS-ANNUAL-ED    PIC   ZZZ,ZZZ,ZZ9.
           01 WS-COL-PTR      PIC        9(3).
           01 WS-MONTH-NAMES  PIC       X(36) VALUE
              'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'BUDGPROJ'.
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
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "APPRLAST_DEF.cob".
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
           PERFORM SET-YEAR-PARA.
           PERFORM LOAD-MERIT-PARM-PARA.
           PERFORM LOAD-GRADEREF-PARA.
           PERFORM LOAD-RULES-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT COMPMSTR.
           IF NOT WS-COMP-OK
             DISPLAY "BUDGPROJ: *** NO COMPENSATION FILE - RUN "
                     "COMPLOAD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "BUDGPROJ: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE COMPMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-APPRAISAL-PARA.
           PERFORM OPEN-BRIDGE-PARA.
           SET CA-ASOF-IS-SET TO TRUE.
           DISPLAY "BUDGPROJ - SALARY COST PROJECTION FOR "
                   WS-PROJ-YEAR.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * SET-YEAR-PARA
      * The year, the fill time, and the calendar of the year's
      * months.
      * ================================================================
       SET-YEAR-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-YEAR-PARM WS-LAG-PARM.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-YEAR-PARM WS-LAG-PARM
           END-UNSTRING.
           IF WS-YEAR-PARM IS NUMERIC
             MOVE WS-YEAR-PARM TO WS-PROJ-YEAR
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:4) TO WS-PROJ-YEAR
             ADD 1 TO WS-PROJ-YEAR
           END-IF.
           IF WS-LAG-PARM IS NUMERIC
             MOVE WS-LAG-PARM TO WS-FILL-LAG
           END-IF.
           PERFORM SET-ONE-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 13.
           MOVE WS-MONTH-FIRST (1) TO WS-YEAR-FIRST.
           PERFORM SET-MONTH-END-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

      * ================================================================
      * SET-ONE-MONTH-PARA
      * ================================================================
       SET-ONE-MONTH-PARA.
           IF WS-MONTH-IDX = 13
             COMPUTE WS-WORK-DATE = (WS-PROJ-YEAR + 1) * 10000 + 0101
           ELSE
             COMPUTE WS-WORK-DATE =
                 WS-PROJ-YEAR * 10000 + WS-MONTH-IDX * 100 + 01
           END-IF.
           COMPUTE WS-MONTH-FIRST (WS-MONTH-IDX) =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).

      * ================================================================
      * SET-MONTH-END-PARA
      * ================================================================
       SET-MONTH-END-PARA.
           COMPUTE WS-MONTH-DAYS (WS-MONTH-IDX) =
               WS-MONTH-FIRST (WS-MONTH-IDX + 1)
               - WS-MONTH-FIRST (WS-MONTH-IDX).
           COMPUTE WS-MONTH-END (WS-MONTH-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-MONTH-FIRST (WS-MONTH-IDX + 1) - 1).

      * ================================================================
      * LOAD-MERIT-PARM-PARA
      * The merit table, cap, and effective date, read as MERITRUN
      * reads them.  The EFF line's month and day are carried into
      * the projection year.
      * ================================================================
       LOAD-MERIT-PARM-PARA.
           OPEN INPUT MERITPARM.
           IF NOT WS-PARM-OK
             DISPLAY "BUDGPROJ: *** NO MERIT.PARM ON HAND - RUN "
                     "ENDED, NOTHING PROJECTED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-PARM-EOF.
           READ MERITPARM INTO MERITPARM-REC
                AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           PERFORM UNTIL WS-PARM-EOF = 'Y'
             EVALUATE TRUE
               WHEN MERITPARM-REC (1:1) = '*'
                 CONTINUE
               WHEN MPC-WORD = 'CAP'
                 IF MPC-VALUE (1:7) NUMERIC
                   MOVE MPC-VALUE (1:7) TO WS-CAP-AMOUNT
                 END-IF
               WHEN MPC-WORD = 'EFF'
                 IF MPC-VALUE NUMERIC
                   MOVE MPC-VALUE TO WS-PARM-EFF
                 END-IF
               WHEN MP-GRADE NOT = SPACES
                   AND WS-MERIT-COUNT < 120
                 ADD 1 TO WS-MERIT-COUNT
                 MOVE MP-GRADE
                      TO WS-MERIT-GRADE (WS-MERIT-COUNT)
                 MOVE MP-RATING
                      TO WS-MERIT-RATING (WS-MERIT-COUNT)
                 MOVE MP-PCT TO WS-MERIT-PCT (WS-MERIT-COUNT)
             END-EVALUATE
             READ MERITPARM INTO MERITPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
           END-PERFORM.
           CLOSE MERITPARM.
           IF WS-PARM-EFF = ZERO
             COMPUTE WS-EFF-DATE = WS-PROJ-YEAR * 10000 + 0401
           ELSE
             COMPUTE WS-EFF-DATE =
                 WS-PROJ-YEAR * 10000 + FUNCTION MOD (WS-PARM-EFF,
                                                      10000)
             IF WS-EFF-DATE (5:4) = '0229'
               MOVE '0228' TO WS-EFF-DATE (5:4)
             END-IF
           END-IF.
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE (WS-EFF-DATE).

      * ================================================================
      * LOAD-GRADEREF-PARA
      * Midpoints for pricing requisitions; with no file none can be
      * priced and every one lists as unpriced.
      * ================================================================
       LOAD-GRADEREF-PARA.
           OPEN INPUT GRADEREF.
           IF WS-GRADEREF-OK
             MOVE ' ' TO WS-PARM-EOF
             READ GRADEREF INTO GRADEREF-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             PERFORM UNTIL WS-PARM-EOF = 'Y'
                 OR WS-RANGE-COUNT >= 20
               IF GRADEREF-REC (1:1) NOT = '*'
                   AND GRD-CODE NOT = SPACES
                   AND GRD-MID NUMERIC
                 ADD 1 TO WS-RANGE-COUNT
                 MOVE GRD-CODE TO WS-RANGE-GRADE (WS-RANGE-COUNT)
                 MOVE GRD-MID TO WS-RANGE-MID (WS-RANGE-COUNT)
               END-IF
               READ GRADEREF INTO GRADEREF-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE GRADEREF
           ELSE
             DISPLAY "BUDGPROJ: NO GRADE REFERENCE FILE - OPEN "
                     "REQUISITIONS CANNOT BE PRICED"
           END-IF.

      * ================================================================
      * LOAD-RULES-PARA
      * The same doors RETPROJ loads - file first, built-ins when
      * no file is on hand.
      * ================================================================
       LOAD-RULES-PARA.
           OPEN INPUT RULEFILE.
           IF WS-RULE-OK
             MOVE ' ' TO WS-RULE-EOF
             READ RULEFILE INTO RULEFILE-REC
                  AT END MOVE 'Y' TO WS-RULE-EOF
             END-READ
             PERFORM UNTIL WS-RULE-EOF = 'Y'
                 OR WS-RULE-COUNT >= 10
               IF RULEFILE-REC (1:1) NOT = '*'
                   AND RF-NAME NOT = SPACES
                 ADD 1 TO WS-RULE-COUNT
                 MOVE RF-NAME TO WS-RULE-NAME (WS-RULE-COUNT)
                 MOVE RF-MIN-AGE
                      TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
                 MOVE RF-MIN-SVC
                      TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
                 MOVE RF-MIN-POINTS
                      TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
               END-IF
               READ RULEFILE INTO RULEFILE-REC
                    AT END MOVE 'Y' TO WS-RULE-EOF
               END-READ
             END-PERFORM
             CLOSE RULEFILE
           END-IF.
           IF WS-RULE-COUNT = ZERO
             ADD 1 TO WS-RULE-COUNT
             MOVE 'AGE 65' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE 065 TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
             ADD 1 TO WS-RULE-COUNT
             MOVE '55 AND 30' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE 055 TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE 030 TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
             ADD 1 TO WS-RULE-COUNT
             MOVE 'RULE OF 85' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE 085 TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * The payroll, then the openings.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-COMP-EOF.
           READ COMPMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-COMP-EOF
           END-READ.
           PERFORM UNTIL WS-COMP-EOF = 'Y'
             ADD 1 TO WS-COMP-COUNT
             PERFORM PROJECT-ONE-EMP-PARA
             READ COMPMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-COMP-EOF
             END-READ
           END-PERFORM.
           OPEN INPUT REQMSTR.
           IF WS-REQ-OK
             MOVE ' ' TO WS-REQ-EOF
             READ REQMSTR
                  AT END MOVE 'Y' TO WS-REQ-EOF
             END-READ
             PERFORM UNTIL WS-REQ-EOF = 'Y'
               IF RQ-IS-OPEN OF REQMSTR-REC
                 ADD 1 TO WS-REQ-COUNT
                 PERFORM PROJECT-ONE-REQ-PARA
               END-IF
               READ REQMSTR
                    AT END MOVE 'Y' TO WS-REQ-EOF
               END-READ
             END-PERFORM
             CLOSE REQMSTR
           ELSE
             DISPLAY "BUDGPROJ: NO REQUISITION FILE - NO OPENINGS "
                     "COSTED"
           END-IF.

      * ================================================================
      * PROJECT-ONE-EMP-PARA
      * An ACTIVE or on-leave employee's twelve months.
      * ================================================================
       PROJECT-ONE-EMP-PARA.
           MOVE CMP-EMPID OF COMPMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE 'T' TO EMPSTAT OF EMPLOYEE-FILE
           END-READ.
           IF EMP-ACTIVE OF EMPLOYEE-FILE
               OR EMP-ON-LEAVE OF EMPLOYEE-FILE
             ADD 1 TO WS-EMP-COUNT
             MOVE CMP-SALARY OF COMPMSTR-REC TO WS-OLD-SALARY
             PERFORM FIND-EMP-MERIT-PARA
             PERFORM FIND-RETIRE-MONTH-PARA
             MOVE EMPDPT OF EMPLOYEE-FILE TO WS-FIND-DEPT
             PERFORM FIND-OR-ADD-DEPT-PARA
             IF WS-DEPT-SLOT > 0
               ADD 1 TO WS-DEPT-HEADS (WS-DEPT-SLOT)
               IF WS-RETIRE-MONTH < 12
                 ADD 1 TO WS-DEPT-RETIRE (WS-DEPT-SLOT)
               END-IF
               PERFORM COST-EMP-MONTH-PARA
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
             END-IF
           END-IF.

      * ================================================================
      * FIND-EMP-MERIT-PARA
      * The increase MERITRUN would give - grade and latest rating
      * first, then the grade's own rate - capped.
      * ================================================================
       FIND-EMP-MERIT-PARA.
           MOVE ZERO TO WS-INCREASE.
           MOVE ZERO TO WS-MERIT-SLOT.
           MOVE CMP-EMPID OF COMPMSTR-REC TO AL-EMPID.
           PERFORM FIND-LATEST-APPRAISAL-PARA.
           IF AL-RATING NOT = SPACE
             MOVE AL-RATING TO WS-FIND-RATING
             PERFORM FIND-MERIT-PARA
                 VARYING WS-MERIT-IDX FROM 1 BY 1
                 UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                    OR WS-MERIT-SLOT > 0
           END-IF.
           IF WS-MERIT-SLOT = ZERO
             MOVE SPACE TO WS-FIND-RATING
             PERFORM FIND-MERIT-PARA
                 VARYING WS-MERIT-IDX FROM 1 BY 1
                 UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                    OR WS-MERIT-SLOT > 0
           END-IF.
           IF WS-MERIT-SLOT > ZERO
             ADD 1 TO WS-MERIT-COUNT-EMP
             COMPUTE WS-INCREASE ROUNDED = WS-OLD-SALARY
                 * WS-MERIT-PCT (WS-MERIT-SLOT) / 100
             IF WS-CAP-AMOUNT > 0 AND WS-INCREASE > WS-CAP-AMOUNT
               MOVE WS-CAP-AMOUNT TO WS-INCREASE
             END-IF
           END-IF.

      * ================================================================
      * FIND-MERIT-PARA
      * ================================================================
       FIND-MERIT-PARA.
           IF WS-MERIT-GRADE (WS-MERIT-IDX)
               = CMP-GRADE OF COMPMSTR-REC
               AND WS-MERIT-RATING (WS-MERIT-IDX) = WS-FIND-RATING
             MOVE WS-MERIT-IDX TO WS-MERIT-SLOT
           END-IF.

      * ================================================================
      * FIND-RETIRE-MONTH-PARA
      * The first month-end, from December 31 before the year
      * (month 00) through the year's twelve, at which a door is
      * open.  99 = not this year; no usable birth date, no
      * retirement.
      * ================================================================
       FIND-RETIRE-MONTH-PARA.
           MOVE 99 TO WS-RETIRE-MONTH.
           SET DOB-IS-USABLE TO TRUE.
           COMPUTE CA-ASOF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-YEAR-FIRST - 1).
           MOVE EMPDOBM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPDOBD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPDOBY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-EXCEPTION
             SET DOB-NOT-USABLE TO TRUE
           END-IF.
      *    Bridged service is worked out once, at the start of the
      *    year, and carried as extra years through it.
           MOVE ZERO TO WS-SVC-BRIDGE.
           IF DOB-IS-USABLE
             PERFORM SERVICE-AT-DATE-PARA
             MOVE EMPID OF EMPLOYEE-FILE TO SB-EMPID
             MOVE EMPHDTY OF EMPLOYEE-FILE TO SB-NEW-HIRE-Y
             MOVE EMPHDTM OF EMPLOYEE-FILE TO SB-NEW-HIRE-M
             MOVE WS-CUR-SVC TO SB-SVC-YEARS
             PERFORM BRIDGE-SERVICE-PARA
             IF SB-SVC-YEARS > WS-CUR-SVC
               COMPUTE WS-SVC-BRIDGE = SB-SVC-YEARS - WS-CUR-SVC
             END-IF
             PERFORM TEST-ONE-MONTH-PARA
                 VARYING WS-TEST-MONTH FROM 0 BY 1
                 UNTIL WS-TEST-MONTH > 12
                    OR WS-RETIRE-MONTH < 99
           END-IF.
           IF WS-RETIRE-MONTH < 12
             ADD 1 TO WS-RETIRE-COUNT
           END-IF.

      * ================================================================
      * TEST-ONE-MONTH-PARA
      * ================================================================
       TEST-ONE-MONTH-PARA.
           IF WS-TEST-MONTH = 0
             COMPUTE CA-ASOF-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-YEAR-FIRST - 1)
           ELSE
             MOVE WS-MONTH-END (WS-TEST-MONTH) TO CA-ASOF-DATE
           END-IF.
           MOVE EMPDOBM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPDOBD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPDOBY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           MOVE CA-AGE TO WS-CUR-AGE.
           PERFORM SERVICE-AT-DATE-PARA.
           ADD WS-SVC-BRIDGE TO WS-CUR-SVC.
           MOVE 'N' TO WS-RULE-FIRED-SW.
           PERFORM TEST-ONE-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR A-RULE-FIRED.
           IF A-RULE-FIRED
             MOVE WS-TEST-MONTH TO WS-RETIRE-MONTH
           END-IF.

      * ================================================================
      * SERVICE-AT-DATE-PARA
      * Completed years since hire as of CA-ASOF-DATE.
      * ================================================================
       SERVICE-AT-DATE-PARA.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPHDTD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPHDTY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-EXCEPTION
             MOVE ZERO TO WS-CUR-SVC
           ELSE
             MOVE CA-AGE TO WS-CUR-SVC
           END-IF.

      * ================================================================
      * TEST-ONE-RULE-PARA
      * A rule fires once every threshold it carries is met - the
      * RETPROJ test.
      * ================================================================
       TEST-ONE-RULE-PARA.
           IF (WS-RULE-MIN-AGE (WS-RULE-IDX) = ZERO
               OR WS-CUR-AGE >= WS-RULE-MIN-AGE (WS-RULE-IDX))
               AND (WS-RULE-MIN-SVC (WS-RULE-IDX) = ZERO
                    OR WS-CUR-SVC
                       >= WS-RULE-MIN-SVC (WS-RULE-IDX))
               AND (WS-RULE-MIN-PTS (WS-RULE-IDX) = ZERO
                    OR WS-CUR-AGE + WS-CUR-SVC
                       >= WS-RULE-MIN-PTS (WS-RULE-IDX))
             SET A-RULE-FIRED TO TRUE
           END-IF.

      * ================================================================
      * COST-EMP-MONTH-PARA
      * Salary / 12, the merit uplift from its effective day, and
      * nothing after the retirement month - each piece kept for
      * the cover page's build-up.
      * ================================================================
       COST-EMP-MONTH-PARA.
           COMPUTE WS-MONTH-BASE ROUNDED = WS-OLD-SALARY / 12.
           MOVE ZERO TO WS-MONTH-UPLIFT.
           IF WS-INCREASE > ZERO
             IF WS-EFF-INT <= WS-MONTH-FIRST (WS-MONTH-IDX)
               COMPUTE WS-MONTH-UPLIFT ROUNDED = WS-INCREASE / 12
             ELSE
               IF WS-EFF-INT < WS-MONTH-FIRST (WS-MONTH-IDX + 1)
                 COMPUTE WS-MONTH-UPLIFT ROUNDED =
                     WS-INCREASE
                     * (WS-MONTH-FIRST (WS-MONTH-IDX + 1)
                        - WS-EFF-INT)
                     / (12 * WS-MONTH-DAYS (WS-MONTH-IDX))
               END-IF
             END-IF
           END-IF.
           ADD WS-MONTH-BASE TO WS-BASE-TOTAL.
           ADD WS-MONTH-UPLIFT TO WS-MERIT-TOTAL.
           COMPUTE WS-MONTH-COST = WS-MONTH-BASE + WS-MONTH-UPLIFT.
           IF WS-MONTH-IDX > WS-RETIRE-MONTH
             ADD WS-MONTH-COST TO WS-RETIRE-TOTAL
           ELSE
             ADD WS-MONTH-COST
                 TO WS-DEPT-COST (WS-DEPT-SLOT, WS-MONTH-IDX)
           END-IF.

      * ================================================================
      * PROJECT-ONE-REQ-PARA
      * An opening at its planned grade's midpoint from the day it
      * is expected to fill.
      * ================================================================
       PROJECT-ONE-REQ-PARA.
           MOVE RQ-PLAN-GRADE OF REQMSTR-REC TO WS-FIND-GRADE.
           IF WS-FIND-GRADE = SPACES
               AND RQ-VACATED-EMPID OF REQMSTR-REC NUMERIC
               AND RQ-VACATED-EMPID OF REQMSTR-REC NOT = ZERO
             MOVE RQ-VACATED-EMPID OF REQMSTR-REC
                  TO CMP-EMPID OF COMPMSTR-REC
             READ COMPMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CMP-GRADE OF COMPMSTR-REC TO WS-FIND-GRADE
             END-READ
           END-IF.
           MOVE ZERO TO WS-RANGE-SLOT.
           IF WS-FIND-GRADE NOT = SPACES
             PERFORM FIND-RANGE-PARA
                 VARYING WS-RANGE-IDX FROM 1 BY 1
                 UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                    OR WS-RANGE-SLOT > 0
           END-IF.
           IF WS-RANGE-SLOT = 0
             IF WS-UNPRICED-COUNT < 50
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE RQ-NUMBER OF REQMSTR-REC
                    TO WS-UNPRICED-REQ (WS-UNPRICED-COUNT)
               MOVE RQ-DEPT OF REQMSTR-REC
                    TO WS-UNPRICED-DEPT (WS-UNPRICED-COUNT)
               MOVE WS-FIND-GRADE
                    TO WS-UNPRICED-GRADE (WS-UNPRICED-COUNT)
             END-IF
           ELSE
             ADD 1 TO WS-REQ-PRICED
             MOVE WS-RANGE-MID (WS-RANGE-SLOT) TO WS-REQ-ANNUAL
             MOVE WS-YEAR-FIRST TO WS-REQ-START
             IF RQ-OPEN-DATE OF REQMSTR-REC NUMERIC
                 AND RQ-OPEN-DATE OF REQMSTR-REC > 16010101
               IF FUNCTION INTEGER-OF-DATE
                      (RQ-OPEN-DATE OF REQMSTR-REC) + WS-FILL-LAG
                      > WS-YEAR-FIRST
                 COMPUTE WS-REQ-START =
                     FUNCTION INTEGER-OF-DATE
                         (RQ-OPEN-DATE OF REQMSTR-REC) + WS-FILL-LAG
               END-IF
             END-IF
             MOVE RQ-DEPT OF REQMSTR-REC TO WS-FIND-DEPT
             PERFORM FIND-OR-ADD-DEPT-PARA
             IF WS-DEPT-SLOT > 0
               ADD 1 TO WS-DEPT-REQS (WS-DEPT-SLOT)
               PERFORM COST-REQ-MONTH-PARA
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
             END-IF
           END-IF.

      * ================================================================
      * FIND-RANGE-PARA
      * ================================================================
       FIND-RANGE-PARA.
           IF WS-RANGE-GRADE (WS-RANGE-IDX) = WS-FIND-GRADE
             MOVE WS-RANGE-IDX TO WS-RANGE-SLOT
           END-IF.

      * ================================================================
      * COST-REQ-MONTH-PARA
      * ================================================================
       COST-REQ-MONTH-PARA.
           MOVE ZERO TO WS-MONTH-COST.
           IF WS-REQ-START <= WS-MONTH-FIRST (WS-MONTH-IDX)
             COMPUTE WS-MONTH-COST ROUNDED = WS-REQ-ANNUAL / 12
           ELSE
             IF WS-REQ-START < WS-MONTH-FIRST (WS-MONTH-IDX + 1)
               COMPUTE WS-MONTH-COST ROUNDED =
                   WS-REQ-ANNUAL
                   * (WS-MONTH-FIRST (WS-MONTH-IDX + 1)
                      - WS-REQ-START)
                   / (12 * WS-MONTH-DAYS (WS-MONTH-IDX))
             END-IF
           END-IF.
           ADD WS-MONTH-COST TO WS-REQ-TOTAL.
           ADD WS-MONTH-COST
               TO WS-DEPT-COST (WS-DEPT-SLOT, WS-MONTH-IDX).

      * ================================================================
      * FIND-OR-ADD-DEPT-PARA
      * ================================================================
       FIND-OR-ADD-DEPT-PARA.
           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM FIND-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-SLOT > 0.
           IF WS-DEPT-SLOT = 0 AND WS-DEPT-COUNT < 100
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
             MOVE WS-FIND-DEPT TO WS-DEPT-CODE (WS-DEPT-SLOT)
             MOVE ZERO TO WS-DEPT-HEADS (WS-DEPT-SLOT)
             MOVE ZERO TO WS-DEPT-REQS (WS-DEPT-SLOT)
             MOVE ZERO TO WS-DEPT-RETIRE (WS-DEPT-SLOT)
             PERFORM CLEAR-DEPT-MONTH-PARA
                 VARYING WS-MONTH-IDX FROM 1 BY 1
                 UNTIL WS-MONTH-IDX > 12
           END-IF.

      * ================================================================
      * CLEAR-DEPT-MONTH-PARA
      * ================================================================
       CLEAR-DEPT-MONTH-PARA.
           MOVE ZERO TO WS-DEPT-COST (WS-DEPT-SLOT, WS-MONTH-IDX).

      * ================================================================
      * FIND-DEPT-PARA
      * ================================================================
       FIND-DEPT-PARA.
           IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-FIND-DEPT
             MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * The cover page of assumptions, then the grid.
      * ================================================================
       TERMINATE-PARA.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-APPRAISAL-PARA.
           PERFORM CLOSE-BRIDGE-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './budgproj_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'BUDGPROJ - SALARY COST PROJECTION' TO RP-TITLE.
           MOVE 'ASSUMPTIONS AND BUILD-UP' TO RP-COLHDG.
           COMPUTE RP-ASOF-DATE = WS-PROJ-YEAR * 10000 + 1231.
           PERFORM OPEN-REPORT-PARA.
           PERFORM WRITE-COVER-PARA.
           MOVE SPACES TO RP-COLHDG.
           MOVE 'DEPT' TO RP-COLHDG (1:4).
           MOVE 11 TO WS-COL-PTR.
           PERFORM HEAD-ONE-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE 'ANNUAL' TO RP-COLHDG (119:6).
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           PERFORM REPORT-ONE-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'CO. ' TO RP-DETAIL (1:4).
           MOVE 6 TO WS-COL-PTR.
           PERFORM CELL-CO-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE WS-CO-ANNUAL TO WS-ANNUAL-ED.
           MOVE WS-ANNUAL-ED TO RP-DETAIL (114:11).
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           MOVE WS-CO-ANNUAL TO WS-MONEY-ED.
           DISPLAY "BUDGPROJ: " WS-EMP-COUNT " EMPLOYEE(S), "
                   WS-REQ-PRICED " OPENING(S), "
                   WS-RETIRE-COUNT " RETIREMENT(S) - PROJECTED "
                   WS-MONEY-ED.
           MOVE WS-COMP-COUNT TO WS-RUNLOG-READ-TOTAL.
           ADD WS-REQ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-UNPRICED-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-UNPRICED-COUNT > 0
             DISPLAY "BUDGPROJ: " WS-UNPRICED-COUNT " OPEN "
                     "REQUISITION(S) COULD NOT BE PRICED - SEE THE "
                     "COVER PAGE"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * WRITE-COVER-PARA
      * Everything the figures rest on, and how the total builds
      * up from today's payroll.  The grid's company total is
      * summed first so the build-up can be shown to foot to it.
      * ================================================================
       WRITE-COVER-PARA.
           PERFORM SUM-ONE-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           MOVE SPACES TO RP-DETAIL.
           STRING 'PROJECTION YEAR     ' DELIMITED BY SIZE
                  WS-PROJ-YEAR DELIMITED BY SIZE
                  '  - JANUARY THROUGH DECEMBER, EACH MONTH COSTED '
                  DELIMITED BY SIZE
                  'AT ANNUAL SALARY / 12' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'STARTING PAYROLL    ' DELIMITED BY SIZE
                  WS-EMP-COUNT DELIMITED BY SIZE
                  ' ACTIVE AND ON-LEAVE EMPLOYEE(S) ON COMPMSTR.DAT'
                  DELIMITED BY SIZE
                  ' AT TODAY''S SALARY' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'MERIT INCREASE      ' DELIMITED BY SIZE
                  'MERIT.PARM RATES BY GRADE AND LATEST RATING, '
                  DELIMITED BY SIZE
                  'EFFECTIVE ' DELIMITED BY SIZE
                  WS-EFF-DATE DELIMITED BY SIZE
                  ', CAP ' DELIMITED BY SIZE
                  WS-CAP-AMOUNT DELIMITED BY SIZE
                  ' (ZERO = NO CAP), ' DELIMITED BY SIZE
                  WS-MERIT-COUNT-EMP DELIMITED BY SIZE
                  ' EMPLOYEE(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'OPEN REQUISITIONS   ' DELIMITED BY SIZE
                  WS-REQ-PRICED DELIMITED BY SIZE
                  ' PRICED AT PLANNED-GRADE MIDPOINT, FILLED '
                  DELIMITED BY SIZE
                  WS-FILL-LAG DELIMITED BY SIZE
                  ' DAYS AFTER OPENING (NOT BEFORE JANUARY 1)'
                  DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'RETIREMENTS         ' DELIMITED BY SIZE
                  WS-RETIRE-COUNT DELIMITED BY SIZE
                  ' EXPECTED - LEAVE AT THE END OF THE MONTH A DOOR '
                  DELIMITED BY SIZE
                  'OPENS; ALREADY ELIGIBLE LEAVE BEFORE THE YEAR'
                  DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM WRITE-ONE-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'CURRENT PAYROLL, TWELVE MONTHS' TO RP-DETAIL.
           MOVE WS-BASE-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'PLUS MERIT INCREASES' TO RP-DETAIL.
           MOVE WS-MERIT-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'PLUS OPEN REQUISITIONS' TO RP-DETAIL.
           MOVE WS-REQ-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'LESS EXPECTED RETIREMENTS' TO RP-DETAIL.
           MOVE WS-RETIRE-TOTAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE ALL '-' TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'PROJECTED ANNUAL COST' TO RP-DETAIL.
           MOVE WS-CO-ANNUAL TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO RP-DETAIL (40:14).
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-UNPRICED-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE '*** OPEN REQUISITIONS NOT PRICED - NO PLANNED '
                  TO RP-DETAIL
             MOVE 'GRADE ON GRADEREF.DTA, NOT IN THE TOTAL ***'
                  TO RP-DETAIL (48:43)
             PERFORM WRITE-REPORT-LINE-PARA
             PERFORM WRITE-ONE-UNPRICED-PARA
                 VARYING WS-UNPRICED-IDX FROM 1 BY 1
                 UNTIL WS-UNPRICED-IDX > WS-UNPRICED-COUNT
           END-IF.

      * ================================================================
      * SUM-ONE-DEPT-PARA
      * ================================================================
       SUM-ONE-DEPT-PARA.
           PERFORM SUM-ONE-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

      * ================================================================
      * SUM-ONE-MONTH-PARA
      * ================================================================
       SUM-ONE-MONTH-PARA.
           ADD WS-DEPT-COST (WS-DEPT-IDX, WS-MONTH-IDX)
               TO WS-CO-COST (WS-MONTH-IDX).
           ADD WS-DEPT-COST (WS-DEPT-IDX, WS-MONTH-IDX)
               TO WS-CO-ANNUAL.

      * ================================================================
      * WRITE-ONE-RULE-PARA
      * ================================================================
       WRITE-ONE-RULE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING '                      DOOR ' DELIMITED BY SIZE
                  WS-RULE-NAME (WS-RULE-IDX) DELIMITED BY SIZE
                  '  AGE ' DELIMITED BY SIZE
                  WS-RULE-MIN-AGE (WS-RULE-IDX) DELIMITED BY SIZE
                  '  SERVICE ' DELIMITED BY SIZE
                  WS-RULE-MIN-SVC (WS-RULE-IDX) DELIMITED BY SIZE
                  '  POINTS ' DELIMITED BY SIZE
                  WS-RULE-MIN-PTS (WS-RULE-IDX) DELIMITED BY SIZE
                  '  (000 = NOT TESTED)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-ONE-UNPRICED-PARA
      * ================================================================
       WRITE-ONE-UNPRICED-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING '  REQUISITION ' DELIMITED BY SIZE
                  WS-UNPRICED-REQ (WS-UNPRICED-IDX) DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  WS-UNPRICED-DEPT (WS-UNPRICED-IDX) DELIMITED BY SIZE
                  '  GRADE ' DELIMITED BY SIZE
                  WS-UNPRICED-GRADE (WS-UNPRICED-IDX)
                  DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * HEAD-ONE-MONTH-PARA
      * ================================================================
       HEAD-ONE-MONTH-PARA.
           MOVE WS-MONTH-NAMES ((WS-MONTH-IDX - 1) * 3 + 1:3)
                TO RP-COLHDG (WS-COL-PTR:3).
           ADD 9 TO WS-COL-PTR.

      * ================================================================
      * REPORT-ONE-DEPT-PARA
      * One line per department - twelve monthly cells in whole
      * dollars and the year.
      * ================================================================
       REPORT-ONE-DEPT-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO RP-DETAIL (1:4).
           MOVE ZERO TO WS-DEPT-ANNUAL.
           MOVE 6 TO WS-COL-PTR.
           PERFORM CELL-DEPT-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE WS-DEPT-ANNUAL TO WS-ANNUAL-ED.
           MOVE WS-ANNUAL-ED TO RP-DETAIL (114:11).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * CELL-DEPT-MONTH-PARA
      * ================================================================
       CELL-DEPT-MONTH-PARA.
           MOVE WS-DEPT-COST (WS-DEPT-IDX, WS-MONTH-IDX)
                TO WS-CELL-ED.
           MOVE WS-CELL-ED TO RP-DETAIL (WS-COL-PTR:8).
           ADD WS-DEPT-COST (WS-DEPT-IDX, WS-MONTH-IDX)
               TO WS-DEPT-ANNUAL.
           ADD 9 TO WS-COL-PTR.

      * ================================================================
      * CELL-CO-MONTH-PARA
      * ================================================================
       CELL-CO-MONTH-PARA.
           MOVE WS-CO-COST (WS-MONTH-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO RP-DETAIL (WS-COL-PTR:8).
           ADD 9 TO WS-COL-PTR.
      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
       COPY "CALC_AGE_PARA.cob".
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
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN LATEST-APPRAISAL LOOKUP
      * ================================================================
       COPY "APPRLAST_PARA.cob".
