      *================================================================
      * GRADERPT
      * Salary range position report for the comp committee - a
      * two-file match of the compensation file (./compmstr.dat)
      * against the employee master, each salary set against its
      * grade's range from the grade reference file
      * (./graderef.dta, copybooks/GRADEREF-REC.cob).  Every active
      * or on-leave employee with a compensation record gets a line
      * with the compa-ratio (salary divided by the range midpoint)
      * and a flag when the salary sits below the range minimum or
      * above the maximum, or when the grade is closed or not on the
      * reference file at all.  Lines are sorted into department
      * order and each department closes with a subtotal line -
      * headcount, average compa-ratio, and the below/above counts -
      * with the same figures for the company at the end.
      *
      * Honors the MASKED convention COMPRPT uses: with MASKED as
      * the first command-line token the individual salary and
      * compa-ratio columns are withheld (a ratio against a
      * published midpoint gives the salary straight back), leaving
      * grade and range flag per employee and the department and
      * company averages.  Without the token the full committee
      * version prints both; it runs only under a class R sign-on
      * (copybooks/SIGNON_PARA.cob), is cataloged as confidential,
      * and is logged to ./readlog.dta with its headcount.
      *
      * No grade reference file, no report - RETURN-CODE 8.  Any
      * out-of-range, ungraded, or unmatched record gives
      * RETURN-CODE 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADERPT.
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
              SELECT GRADEREF ASSIGN TO './graderef.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADEREF-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './gradesort.tmp'
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
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD GRADEREF.
           01 GRADEREF-REC.
              COPY "GRADEREF-REC.cob".
      *
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-DPT       PIC        X(4).
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-GRADE     PIC        X(2).
              05 SR-SALARY    PIC    9(7)V99.
              05 SR-RATIO     PIC     9(1)V999.
              05 SR-RANGE     PIC        X(1).
              05 SR-FLAG      PIC       X(16).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-DPT       PIC        X(4).
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-GRADE     PIC        X(2).
              05 SO-SALARY    PIC    9(7)V99.
              05 SO-RATIO     PIC     9(1)V999.
              05 SO-RANGE     PIC        X(1).
                 88 SO-IN-RANGE       VALUE 'I'.
                 88 SO-BELOW-MIN      VALUE 'B'.
                 88 SO-ABOVE-MAX      VALUE 'A'.
                 88 SO-UNGRADED       VALUE 'U'.
              05 SO-FLAG      PIC       X(16).
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
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-COMP-EOF     PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-GRADEREF-EOF PIC        A(1).
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-GRADEREF-STATUS PIC     X(2).
              88 WS-GRADEREF-OK      VALUE '00'.
      *
           01 WS-MASK-PARM    PIC        X(6).
           01 WS-MASK-SW      PIC        X(1) VALUE 'N'.
              88 MASKING-REQUESTED   VALUE 'Y'.
              88 MASKING-NOT-REQUESTED VALUE 'N'.
      *
      * Grade ranges, loaded from ./graderef.dta.
           01 WS-GRADE-TBL.
              05 WS-GRADE-ENTRY OCCURS 20 TIMES.
                 10 WS-GRADE-CODE     PIC  X(2).
                 10 WS-GRADE-MIN      PIC  9(7).
                 10 WS-GRADE-MID      PIC  9(7).
                 10 WS-GRADE-MAX      PIC  9(7).
                 10 WS-GRADE-ACTIVE   PIC  X(1).
           01 WS-GRADE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-GRADE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-GRADE-SLOT   PIC        9(2) VALUE ZERO.
      *
           01 WS-COMP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-NOMATCH-COUNT PIC       9(5) VALUE ZERO.
           01 WS-INACTIVE-COUNT PIC      9(5) VALUE ZERO.
      *
      * Control-break fields - one set for the department in hand,
      * one for the company.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-DEPT     PIC        X(4).
           01 WS-DEPT-HEAD    PIC        9(5) VALUE ZERO.
           01 WS-DEPT-RATED   PIC        9(5) VALUE ZERO.
           01 WS-DEPT-RATIO-SUM PIC      9(7)V999 VALUE ZERO.
           01 WS-DEPT-BELOW   PIC        9(5) VALUE ZERO.
           01 WS-DEPT-ABOVE   PIC        9(5) VALUE ZERO.
           01 WS-CO-HEAD      PIC        9(5) VALUE ZERO.
           01 WS-CO-RATED     PIC        9(5) VALUE ZERO.
           01 WS-CO-RATIO-SUM PIC        9(7)V999 VALUE ZERO.
           01 WS-CO-BELOW     PIC        9(5) VALUE ZERO.
           01 WS-CO-ABOVE     PIC        9(5) VALUE ZERO.
           01 WS-CO-UNGRADED  PIC        9(5) VALUE ZERO.
           01 WS-AVG-RATIO    PIC     9(1)V999.
      *
           01 WS-SALARY-ED    PIC     Z,ZZZ,ZZ9.99.
           01 WS-RATIO-ED     PIC        9.999.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'GRADERPT'.
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
           PERFORM LOAD-GRADEREF-PARA.
           IF WS-GRADE-COUNT = ZERO
             DISPLAY "GRADERPT: *** NO GRADE REFERENCE FILE - "
                     "NOTHING TO MEASURE AGAINST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT COMPMSTR.
           IF NOT WS-COMP-OK
             DISPLAY "GRADERPT: *** NO COMPENSATION FILE - RUN "
                     "COMPLOAD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "GRADERPT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE COMPMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './graderpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'GRADERPT - SALARY RANGE POSITION BY DEPARTMENT'
                TO RP-TITLE.
           MOVE 'DEPT EMPID LAST NAME' TO RP-COLHDG (1:20).
           MOVE 'GRADE' TO RP-COLHDG (33:5).
           IF MASKING-REQUESTED
             MOVE '(SALARY AND RATIO WITHHELD)' TO RP-COLHDG (40:27)
           ELSE
             MOVE 'SALARY' TO RP-COLHDG (46:6)
             MOVE 'COMPA' TO RP-COLHDG (54:5)
           END-IF.
           MOVE 'RANGE' TO RP-COLHDG (68:5).
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK ON ASCENDING KEY SR-DPT SR-EMPID
               INPUT PROCEDURE IS SELECT-COMP-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.
           SET FIRST-RECORD TO TRUE.

      * ================================================================
      * LOAD-GRADEREF-PARA
      * Loads the grade reference file into WS-GRADE-TBL.
      * ================================================================
       LOAD-GRADEREF-PARA.
           OPEN INPUT GRADEREF.
           IF WS-GRADEREF-OK
             MOVE ' ' TO WS-GRADEREF-EOF
             READ GRADEREF INTO GRADEREF-REC
                  AT END MOVE 'Y' TO WS-GRADEREF-EOF
             END-READ
             PERFORM UNTIL WS-GRADEREF-EOF = 'Y'
                 OR WS-GRADE-COUNT >= 20
               IF GRADEREF-REC (1:1) NOT = '*'
                   AND GRD-CODE NOT = SPACES
                 ADD 1 TO WS-GRADE-COUNT
                 MOVE GRD-CODE TO WS-GRADE-CODE (WS-GRADE-COUNT)
                 MOVE GRD-MIN TO WS-GRADE-MIN (WS-GRADE-COUNT)
                 MOVE GRD-MID TO WS-GRADE-MID (WS-GRADE-COUNT)
                 MOVE GRD-MAX TO WS-GRADE-MAX (WS-GRADE-COUNT)
                 MOVE GRD-ACTIVE TO WS-GRADE-ACTIVE (WS-GRADE-COUNT)
               END-IF
               READ GRADEREF INTO GRADEREF-REC
                    AT END MOVE 'Y' TO WS-GRADEREF-EOF
               END-READ
             END-PERFORM
             CLOSE GRADEREF
           END-IF.

      * ================================================================
      * SELECT-COMP-PARA
      * SORT input procedure - one pass of the compensation file,
      * one keyed master READ per record, one sort record per
      * employee still on the payroll.
      * ================================================================
       SELECT-COMP-PARA.
           MOVE ' ' TO WS-COMP-EOF.
           READ COMPMSTR INTO COMPMSTR-REC
                AT END MOVE 'Y' TO WS-COMP-EOF
           END-READ.
           PERFORM UNTIL WS-COMP-EOF = 'Y'
             ADD 1 TO WS-COMP-COUNT
             MOVE CMP-EMPID OF COMPMSTR-REC
                  TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   ADD 1 TO WS-NOMATCH-COUNT
                   DISPLAY "GRADERPT: EMPID "
                           CMP-EMPID OF COMPMSTR-REC
                           " HAS COMPENSATION BUT NO MASTER RECORD"
                 NOT INVALID KEY
                   IF EMP-ACTIVE OF EMPLOYEE-FILE
                       OR EMP-ON-LEAVE OF EMPLOYEE-FILE
                     PERFORM RATE-ONE-EMP-PARA
                   ELSE
                     ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
             END-READ

             READ COMPMSTR INTO COMPMSTR-REC
                  AT END MOVE 'Y' TO WS-COMP-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * RATE-ONE-EMP-PARA
      * The salary against its grade's range.  A grade missing from
      * the reference file, or carrying no midpoint, gets no ratio.
      * ================================================================
       RATE-ONE-EMP-PARA.
           MOVE EMPDPT OF EMPLOYEE-FILE TO SR-DPT.
           MOVE EMPID OF EMPLOYEE-FILE TO SR-EMPID.
           MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM.
           MOVE CMP-GRADE OF COMPMSTR-REC TO SR-GRADE.
           MOVE CMP-SALARY OF COMPMSTR-REC TO SR-SALARY.
           MOVE ZERO TO SR-RATIO.
           MOVE SPACES TO SR-FLAG.
           MOVE ZERO TO WS-GRADE-SLOT.
           PERFORM FIND-GRADE-PARA
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
                  OR WS-GRADE-SLOT > 0.
           EVALUATE TRUE
             WHEN WS-GRADE-SLOT = ZERO
               MOVE 'U' TO SR-RANGE
               MOVE 'GRADE NOT ON FILE' TO SR-FLAG
             WHEN WS-GRADE-MID (WS-GRADE-SLOT) = ZERO
               MOVE 'U' TO SR-RANGE
               MOVE 'NO MIDPOINT' TO SR-FLAG
             WHEN OTHER
               COMPUTE SR-RATIO ROUNDED = CMP-SALARY OF COMPMSTR-REC
                   / WS-GRADE-MID (WS-GRADE-SLOT)
                   ON SIZE ERROR
                     MOVE 9.999 TO SR-RATIO
               END-COMPUTE
               EVALUATE TRUE
                 WHEN CMP-SALARY OF COMPMSTR-REC
                        < WS-GRADE-MIN (WS-GRADE-SLOT)
                   MOVE 'B' TO SR-RANGE
                   MOVE 'BELOW MINIMUM' TO SR-FLAG
                 WHEN CMP-SALARY OF COMPMSTR-REC
                        > WS-GRADE-MAX (WS-GRADE-SLOT)
                   MOVE 'A' TO SR-RANGE
                   MOVE 'ABOVE MAXIMUM' TO SR-FLAG
                 WHEN OTHER
                   MOVE 'I' TO SR-RANGE
               END-EVALUATE
               IF WS-GRADE-ACTIVE (WS-GRADE-SLOT) NOT = 'Y'
                   AND SR-FLAG = SPACES
                 MOVE 'GRADE CLOSED' TO SR-FLAG
               END-IF
           END-EVALUATE.
           RELEASE SORT-REC.

      * ================================================================
      * FIND-GRADE-PARA
      * ================================================================
       FIND-GRADE-PARA.
           IF WS-GRADE-CODE (WS-GRADE-IDX) = CMP-GRADE OF COMPMSTR-REC
             MOVE WS-GRADE-IDX TO WS-GRADE-SLOT
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Detail lines in department order with a subtotal at each
      * break.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               MOVE SO-DPT TO WS-CUR-DEPT
               SET NOT-FIRST-RECORD TO TRUE
             ELSE
               IF SO-DPT NOT = WS-CUR-DEPT
                 PERFORM WRITE-DEPT-TOTAL-PARA
                 MOVE SO-DPT TO WS-CUR-DEPT
               END-IF
             END-IF

             PERFORM REPORT-ONE-EMP-PARA
             PERFORM TALLY-EMP-PARA

             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

           IF NOT-FIRST-RECORD
             PERFORM WRITE-DEPT-TOTAL-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-EMP-PARA
      * The masked version names the range position but never the
      * salary or the ratio that would give it away.
      * ================================================================
       REPORT-ONE-EMP-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE SO-DPT TO RP-DETAIL (1:4).
           MOVE SO-EMPID TO RP-DETAIL (6:5).
           MOVE SO-LNM TO RP-DETAIL (12:20).
           MOVE SO-GRADE TO RP-DETAIL (34:2).
           IF MASKING-NOT-REQUESTED
             MOVE SO-SALARY TO WS-SALARY-ED
             MOVE WS-SALARY-ED TO RP-DETAIL (40:12)
             IF NOT SO-UNGRADED
               MOVE SO-RATIO TO WS-RATIO-ED
               MOVE WS-RATIO-ED TO RP-DETAIL (54:5)
             END-IF
           END-IF.
           MOVE SO-FLAG TO RP-DETAIL (68:16).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TALLY-EMP-PARA
      * ================================================================
       TALLY-EMP-PARA.
           ADD 1 TO WS-DEPT-HEAD.
           ADD 1 TO WS-CO-HEAD.
           IF NOT SO-UNGRADED
             ADD 1 TO WS-DEPT-RATED
             ADD 1 TO WS-CO-RATED
             ADD SO-RATIO TO WS-DEPT-RATIO-SUM
             ADD SO-RATIO TO WS-CO-RATIO-SUM
           ELSE
             ADD 1 TO WS-CO-UNGRADED
           END-IF.
           IF SO-BELOW-MIN
             ADD 1 TO WS-DEPT-BELOW
             ADD 1 TO WS-CO-BELOW
           END-IF.
           IF SO-ABOVE-MAX
             ADD 1 TO WS-DEPT-ABOVE
             ADD 1 TO WS-CO-ABOVE
           END-IF.

      * ================================================================
      * WRITE-DEPT-TOTAL-PARA
      * ================================================================
       WRITE-DEPT-TOTAL-PARA.
           MOVE ZERO TO WS-AVG-RATIO.
           IF WS-DEPT-RATED > 0
             COMPUTE WS-AVG-RATIO ROUNDED =
                 WS-DEPT-RATIO-SUM / WS-DEPT-RATED
           END-IF.
           MOVE WS-AVG-RATIO TO WS-RATIO-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING '  DEPARTMENT ' DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  '  HEADCOUNT ' DELIMITED BY SIZE
                  WS-DEPT-HEAD DELIMITED BY SIZE
                  '  AVG COMPA ' DELIMITED BY SIZE
                  WS-RATIO-ED DELIMITED BY SIZE
                  '  BELOW MIN ' DELIMITED BY SIZE
                  WS-DEPT-BELOW DELIMITED BY SIZE
                  '  ABOVE MAX ' DELIMITED BY SIZE
                  WS-DEPT-ABOVE DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ZERO TO WS-DEPT-HEAD.
           MOVE ZERO TO WS-DEPT-RATED.
           MOVE ZERO TO WS-DEPT-RATIO-SUM.
           MOVE ZERO TO WS-DEPT-BELOW.
           MOVE ZERO TO WS-DEPT-ABOVE.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ZERO TO WS-AVG-RATIO.
           IF WS-CO-RATED > 0
             COMPUTE WS-AVG-RATIO ROUNDED =
                 WS-CO-RATIO-SUM / WS-CO-RATED
           END-IF.
           MOVE WS-AVG-RATIO TO WS-RATIO-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'COMPANY          HEADCOUNT ' DELIMITED BY SIZE
                  WS-CO-HEAD DELIMITED BY SIZE
                  '  AVG COMPA ' DELIMITED BY SIZE
                  WS-RATIO-ED DELIMITED BY SIZE
                  '  BELOW MIN ' DELIMITED BY SIZE
                  WS-CO-BELOW DELIMITED BY SIZE
                  '  ABOVE MAX ' DELIMITED BY SIZE
                  WS-CO-ABOVE DELIMITED BY SIZE
                  '  UNGRADED ' DELIMITED BY SIZE
                  WS-CO-UNGRADED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF MASKING-NOT-REQUESTED
             SET RP-CONFIDENTIAL TO TRUE
             MOVE 'R' TO RA-LOG-KIND
             MOVE RP-FNAME TO RA-LOG-SUBJECT
             MOVE WS-CO-HEAD TO RA-LOG-RECORDS
             PERFORM WRITE-READLOG-PARA
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           DISPLAY "GRADERPT: " WS-COMP-COUNT " COMPENSATION "
                   "RECORD(S), " WS-CO-HEAD " RATED, "
                   WS-INACTIVE-COUNT " OFF THE PAYROLL, "
                   WS-NOMATCH-COUNT " WITHOUT A MASTER RECORD".
           DISPLAY "GRADERPT: " WS-CO-BELOW " BELOW MINIMUM, "
                   WS-CO-ABOVE " ABOVE MAXIMUM, "
                   WS-CO-UNGRADED " UNGRADED".
           MOVE WS-COMP-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-NOMATCH-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-CO-BELOW > 0 OR WS-CO-ABOVE > 0
               OR WS-CO-UNGRADED > 0 OR WS-NOMATCH-COUNT > 0
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
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
