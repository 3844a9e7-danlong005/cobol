      * (active or on-leave) population.  TRENDRPT reads the file
      * back for the month-over-month movement.  Run it once per
      * reporting period - each run adds one generation of rows.
      *
      * With the CONTINGENT command-line token the step also reads
      * the contingent-worker register (./contwkr.dat, copybooks/
      * CONTWKR-REC.cob) and counts the open assignments already
      * started into SNAP-CONTINGENT beside each row's headcount,
      * so a department staffing up on agency temps shows in the
      * history; a combination holding only temps gets a row with
      * a zero headcount and zero averages.  Without the token, or
      * with no register, SNAP-CONTINGENT is written as zero.  The
      * averages stay employee-only either way - the register
      * carries no birth or hire date.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT.
      *
              SELECT SNAPFILE ASSIGN TO './snapshot.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT CONTWKR ASSIGN TO './contwkr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CW-ID
              FILE STATUS IS WS-CW-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD CONTWKR.
           01 CONTWKR-REC.
              COPY "CONTWKR-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              05 SNAP-HEADCOUNT PIC      9(5).
              05 SNAP-AVG-AGE PIC        9(3)V9.
              05 SNAP-AVG-SVC PIC        9(3)V9.
              05 SNAP-CONTINGENT PIC     9(5).
      *
           WORKING-STORAGE SECTION.
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-CW-EOF       PIC        A(1).
           01 WS-CW-STATUS    PIC        X(2).
              88 WS-CW-OK            VALUE '00'.
      *
      * CONTINGENT on the command line counts the register's heads.
           01 WS-CONTG-PARM   PIC       X(10).
           01 WS-CONTG-SW     PIC        X(1) VALUE 'N'.
              88 COUNT-CONTINGENT    VALUE 'Y'.
           01 WS-CONTG-TOTAL  PIC        9(5) VALUE ZERO.
      *
           01 WS-RUN-DATE     PIC        9(8).
      *
                 10 WS-COMBO-COUNT    PIC  9(5).
                 10 WS-COMBO-AGE-SUM  PIC  9(7).
                 10 WS-COMBO-SVC-SUM  PIC  9(7).
                 10 WS-COMBO-CONTG    PIC  9(5).
           01 WS-COMBO-COUNT-TOT PIC     9(3) VALUE ZERO.
           01 WS-COMBO-IDX    PIC        9(3) VALUE ZERO.
           01 WS-COMBO-SLOT   PIC        9(3) VALUE ZERO.
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CONTG-PARM FROM COMMAND-LINE.
           IF WS-CONTG-PARM = 'CONTINGENT'
             SET COUNT-CONTINGENT TO TRUE
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT EMPLOYEE.
             END-READ
           END-PERFORM.
           CLOSE EMPLOYEE.
           IF COUNT-CONTINGENT
             PERFORM COUNT-CONTINGENT-PARA
           END-IF.

      * ================================================================
      * TALLY-ONE-EMP-PARA
               MOVE ZERO TO WS-COMBO-COUNT (WS-COMBO-SLOT)
               MOVE ZERO TO WS-COMBO-AGE-SUM (WS-COMBO-SLOT)
               MOVE ZERO TO WS-COMBO-SVC-SUM (WS-COMBO-SLOT)
               MOVE ZERO TO WS-COMBO-CONTG (WS-COMBO-SLOT)
             END-IF
             IF WS-COMBO-SLOT > 0
               ADD 1 TO WS-COMBO-COUNT (WS-COMBO-SLOT)
             MOVE WS-COMBO-IDX TO WS-COMBO-SLOT
           END-IF.

      * ================================================================
      * COUNT-CONTINGENT-PARA
      * Every open assignment already started counts one head in
      * its department/site, creating the slot when no employee
      * has.
      * ================================================================
       COUNT-CONTINGENT-PARA.
           OPEN INPUT CONTWKR.
           IF NOT WS-CW-OK
             DISPLAY "SNAPSHOT: NO CONTINGENT WORKER FILE - "
                     "CONTINGENT HEADS NOT COUNTED"
           ELSE
             MOVE ' ' TO WS-CW-EOF
             READ CONTWKR NEXT RECORD
                  AT END MOVE 'Y' TO WS-CW-EOF
             END-READ
             PERFORM UNTIL WS-CW-EOF = 'Y'
               IF CW-IS-ACTIVE
                   AND CW-START-DATE NOT > WS-RUN-DATE
                 PERFORM TALLY-ONE-CONTG-PARA
               END-IF
               READ CONTWKR NEXT RECORD
                    AT END MOVE 'Y' TO WS-CW-EOF
               END-READ
             END-PERFORM
             CLOSE CONTWKR
           END-IF.

      * ================================================================
      * TALLY-ONE-CONTG-PARA
      * ================================================================
       TALLY-ONE-CONTG-PARA.
           MOVE ZERO TO WS-COMBO-SLOT.
           PERFORM FIND-CONTG-COMBO-PARA
               VARYING WS-COMBO-IDX FROM 1 BY 1
               UNTIL WS-COMBO-IDX > WS-COMBO-COUNT-TOT
                  OR WS-COMBO-SLOT > 0.
           IF WS-COMBO-SLOT = 0 AND WS-COMBO-COUNT-TOT < 100
             ADD 1 TO WS-COMBO-COUNT-TOT
             MOVE WS-COMBO-COUNT-TOT TO WS-COMBO-SLOT
             MOVE CW-DPT TO WS-COMBO-DEPT (WS-COMBO-SLOT)
             MOVE CW-SITE TO WS-COMBO-SITE (WS-COMBO-SLOT)
             MOVE ZERO TO WS-COMBO-COUNT (WS-COMBO-SLOT)
             MOVE ZERO TO WS-COMBO-AGE-SUM (WS-COMBO-SLOT)
             MOVE ZERO TO WS-COMBO-SVC-SUM (WS-COMBO-SLOT)
             MOVE ZERO TO WS-COMBO-CONTG (WS-COMBO-SLOT)
           END-IF.
           IF WS-COMBO-SLOT > 0
             ADD 1 TO WS-COMBO-CONTG (WS-COMBO-SLOT)
             ADD 1 TO WS-CONTG-TOTAL
           END-IF.

      * ================================================================
      * FIND-CONTG-COMBO-PARA
      * ================================================================
       FIND-CONTG-COMBO-PARA.
           IF WS-COMBO-DEPT (WS-COMBO-IDX) = CW-DPT
               AND WS-COMBO-SITE (WS-COMBO-IDX) = CW-SITE
             MOVE WS-COMBO-IDX TO WS-COMBO-SLOT
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * One snapshot record per combination, appended so the file
           CLOSE SNAPFILE.
           DISPLAY "SNAPSHOT: " WS-SNAP-COUNT " DEPARTMENT/SITE "
                   "RECORD(S) APPENDED FOR " WS-RUN-DATE.
           IF COUNT-CONTINGENT
             DISPLAY "SNAPSHOT: " WS-CONTG-TOTAL " CONTINGENT "
                     "HEAD(S) COUNTED"
           END-IF.
           IF WS-SNAP-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
           MOVE WS-COMBO-DEPT (WS-COMBO-IDX) TO SNAP-DEPT.
           MOVE WS-COMBO-SITE (WS-COMBO-IDX) TO SNAP-SITE.
           MOVE WS-COMBO-COUNT (WS-COMBO-IDX) TO SNAP-HEADCOUNT.
           IF WS-COMBO-COUNT (WS-COMBO-IDX) > 0
             COMPUTE SNAP-AVG-AGE ROUNDED =
                 WS-COMBO-AGE-SUM (WS-COMBO-IDX)
                 / WS-COMBO-COUNT (WS-COMBO-IDX)
             COMPUTE SNAP-AVG-SVC ROUNDED =
                 WS-COMBO-SVC-SUM (WS-COMBO-IDX)
                 / WS-COMBO-COUNT (WS-COMBO-IDX)
           ELSE
             MOVE ZERO TO SNAP-AVG-AGE
             MOVE ZERO TO SNAP-AVG-SVC
           END-IF.
           MOVE WS-COMBO-CONTG (WS-COMBO-IDX) TO SNAP-CONTINGENT.
           WRITE SNAPFILE-REC.
           ADD 1 TO WS-SNAP-COUNT.
      * ================================================================
