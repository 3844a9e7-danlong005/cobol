      *    col  3     blank (cols 3-4 blank after CAP/EFF)
      *    grade line:  cols 4-7   increase percent, 99V99
      *                            ('0350' = 3.50 percent)
      *                 col  9     appraisal rating 1-5 the percent
      *                            applies to; blank = the grade's
      *                            rate for any rating
      *    CAP line:    cols 5-11  largest single increase, whole
      *                            dollars (0000000 = no cap)
      *    EFF line:    cols 5-12  effective date YYYYMMDD, rolled
      * withheld and only the grade and company totals print money,
      * so the proof can circulate.
      *
      * Where the grade reference file (./graderef.dta,
      * copybooks/GRADEREF-REC.cob) is on hand, every increase that
      * carries a salary past its grade's range maximum is flagged
      * ABOVE RANGE MAX on the proof and counted at the foot of it,
      * so the committee sees who the run pushed out of range.  The
      * increase itself still applies - the range is the
      * committee's call, not this step's.
      *
      * The rating is the employee's latest appraisal on
      * ./apprmstr.dat (copybooks/APPRAISAL-REC.cob, maintained by
      * APPRMAINT).  A grade/rating line wins over the grade's
      * blank-rating line; an employee with no appraisal, or a
      * rating the grade has no line for, takes the blank-rating
      * line, and with no such line is left alone.  A merit.parm
      * with no ratings in column 9 runs by grade alone, as it
      * always has, and so does a site with no appraisal file.
      *
      * A missing merit.parm ends the run with RETURN-CODE 8 and no
      * record touched - a money run must never fall back to a
      * built-in guess.
              SELECT MERITPARM ASSIGN TO './merit.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT GRADEREF ASSIGN TO './graderef.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADEREF-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS AL-APPR-STATUS.
      *
              SELECT AUDIT ASSIGN TO './compaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
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
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-GRADEREF-STATUS PIC     X(2).
              88 WS-GRADEREF-OK      VALUE '00'.
      *
           01 WS-MASK-PARM    PIC        X(6).
           01 WS-MASK-SW      PIC        X(1) VALUE 'N'.
              88 MASKING-REQUESTED   VALUE 'Y'.
              88 MASKING-NOT-REQUESTED VALUE 'N'.
      *
      * The merit table - percentage by grade and rating - plus the
      * run-wide cap and effective date from the control lines.
           01 WS-MERIT-TBL.
              05 WS-MERIT-ENTRY OCCURS 120 TIMES.
                 10 WS-MERIT-GRADE    PIC  X(2).
                 10 WS-MERIT-RATING   PIC  X(1).
                 10 WS-MERIT-PCT      PIC  9(2)V99.
           01 WS-MERIT-COUNT  PIC        9(3) VALUE ZERO.
           01 WS-MERIT-IDX    PIC        9(3) VALUE ZERO.
           01 WS-MERIT-SLOT   PIC        9(3) VALUE ZERO.
      *
      * The rating the lookup is after - the employee's latest,
      * then blank for the grade's own rate.
           01 WS-FIND-RATING  PIC        X(1).
           01 WS-CAP-AMOUNT   PIC        9(7) VALUE ZERO.
           01 WS-EFF-DATE     PIC        9(8) VALUE ZERO.
      *
      * Range maximum per grade, from ./graderef.dta.  An empty
      * table stands the range flag down.
           01 WS-RANGE-TBL.
              05 WS-RANGE-ENTRY OCCURS 20 TIMES.
                 10 WS-RANGE-GRADE    PIC  X(2).
                 10 WS-RANGE-MAX      PIC  9(7).
           01 WS-RANGE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-RANGE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-RANGE-SLOT   PIC        9(2) VALUE ZERO.
           01 WS-RANGE-SW     PIC        X(1).
              88 PAST-RANGE-MAX         VALUE 'Y'.
              88 WITHIN-RANGE-MAX       VALUE 'N'.
           01 WS-OVERMAX-COUNT PIC       9(5) VALUE ZERO.
      *
           01 WS-READ-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "APPRLAST_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             SET MASKING-REQUESTED TO TRUE
           END-IF.
           PERFORM LOAD-MERIT-PARM-PARA.
           PERFORM LOAD-GRADEREF-PARA.
           PERFORM OPEN-APPRAISAL-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN I-O COMPMSTR.
           IF NOT WS-COMP-OK
                   MOVE MPC-VALUE TO WS-EFF-DATE
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
           DISPLAY "MERITRUN: " WS-MERIT-COUNT " GRADE RATE(S), "
                   "CAP " WS-CAP-AMOUNT ", EFFECTIVE " WS-EFF-DATE.

      * ================================================================
      * LOAD-GRADEREF-PARA
      * Range maximums for the out-of-range flag; with no file the
      * flag stands down and the run goes on.
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
                 ADD 1 TO WS-RANGE-COUNT
                 MOVE GRD-CODE TO WS-RANGE-GRADE (WS-RANGE-COUNT)
                 MOVE GRD-MAX TO WS-RANGE-MAX (WS-RANGE-COUNT)
               END-IF
               READ GRADEREF INTO GRADEREF-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE GRADEREF
           ELSE
             DISPLAY "MERITRUN: NO GRADE REFERENCE FILE - RANGE "
                     "MAXIMUM NOT CHECKED"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One pass over the compensation file, each record matched to
      * ================================================================
      * APPLY-ONE-MERIT-PARA
      * Eligible means an active master record and a grade with a
      * rate on the table - for the latest appraisal rating if the
      * grade has one, else the grade's own; everyone else is
      * counted and left alone.
      * ================================================================
       APPLY-ONE-MERIT-PARA.
           SET RECORD-ELIGIBLE TO TRUE.
           END-IF.
           IF RECORD-ELIGIBLE
             MOVE ZERO TO WS-MERIT-SLOT
             MOVE CMP-EMPID OF COMPMSTR-REC TO AL-EMPID
             PERFORM FIND-LATEST-APPRAISAL-PARA
             IF AL-RATING NOT = SPACE
               MOVE AL-RATING TO WS-FIND-RATING
               PERFORM FIND-MERIT-PARA
                   VARYING WS-MERIT-IDX FROM 1 BY 1
                   UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                      OR WS-MERIT-SLOT > 0
             END-IF
             IF WS-MERIT-SLOT = ZERO
               MOVE SPACE TO WS-FIND-RATING
               PERFORM FIND-MERIT-PARA
                   VARYING WS-MERIT-IDX FROM 1 BY 1
                   UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                      OR WS-MERIT-SLOT > 0
             END-IF
             IF WS-MERIT-SLOT = ZERO
               SET RECORD-NOT-ELIGIBLE TO TRUE
             END-IF
             MOVE WS-CAP-AMOUNT TO WS-INCREASE
           END-IF.
           COMPUTE WS-NEW-SALARY = WS-OLD-SALARY + WS-INCREASE.
           PERFORM CHECK-RANGE-MAX-PARA.
           MOVE WS-NEW-SALARY TO CMP-SALARY OF COMPMSTR-REC.
           MOVE WS-EFF-DATE TO CMP-REVIEW-DATE OF COMPMSTR-REC.
           REWRITE COMPMSTR-REC
                 ADD WS-OLD-SALARY TO WS-CO-OLD-SUM
                 ADD WS-NEW-SALARY TO WS-CO-NEW-SUM
                 ADD WS-INCREASE TO WS-CO-INC-SUM
                 IF PAST-RANGE-MAX
                   ADD 1 TO WS-OVERMAX-COUNT
                 END-IF
                 PERFORM REPORT-ONE-MERIT-PARA
           END-REWRITE.

      * ================================================================
      * CHECK-RANGE-MAX-PARA
      * ================================================================
       CHECK-RANGE-MAX-PARA.
           SET WITHIN-RANGE-MAX TO TRUE.
           MOVE ZERO TO WS-RANGE-SLOT.
           PERFORM FIND-RANGE-PARA
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                  OR WS-RANGE-SLOT > 0.
           IF WS-RANGE-SLOT > 0
             IF WS-NEW-SALARY > WS-RANGE-MAX (WS-RANGE-SLOT)
               SET PAST-RANGE-MAX TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * FIND-RANGE-PARA
      * ================================================================
       FIND-RANGE-PARA.
           IF WS-RANGE-GRADE (WS-RANGE-IDX)
               = CMP-GRADE OF COMPMSTR-REC
             MOVE WS-RANGE-IDX TO WS-RANGE-SLOT
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

                    INTO RP-DETAIL
             END-STRING
           END-IF.
           IF PAST-RANGE-MAX
             MOVE 'ABOVE RANGE MAX' TO RP-DETAIL (48:15)
           END-IF.
           IF AL-RATING NOT = SPACE
             MOVE 'RATING' TO RP-DETAIL (65:6)
             MOVE AL-RATING TO RP-DETAIL (72:1)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-OVERMAX-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             STRING 'COMPANY: ' DELIMITED BY SIZE
                    WS-OVERMAX-COUNT DELIMITED BY SIZE
                    ' INCREASE(S) PAST THE TOP OF THE GRADE RANGE'
                        DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF MASKING-NOT-REQUESTED
             SET RP-CONFIDENTIAL TO TRUE
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           PERFORM CLOSE-APPRAISAL-PARA.
           DISPLAY "MERITRUN: " WS-READ-COUNT " COMP RECORD(S) "
                   "READ, " WS-APPLIED-COUNT " RAISED, "
                   WS-SKIP-COUNT " LEFT ALONE, "
                   WS-OVERMAX-COUNT " PAST RANGE MAXIMUM".
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN LATEST-APPRAISAL LOOKUP
      * ================================================================
       COPY "APPRLAST_PARA.cob".
