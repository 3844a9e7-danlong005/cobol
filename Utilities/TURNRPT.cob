      * against the department's current active headcount from
      * empmstr.dat.  Month over month, a spike shows the day the
      * report runs instead of at the annual review.
      *
      * When deptref.dta carries the division hierarchy the
      * department lines print grouped by division - departments
      * with no division first - and each group closes with a
      * division line summing its departments' flows, with the
      * turnover rate against the division's active headcount.  A
      * transfer between two departments of one division shows in
      * that division's line as both an XIN and an XOUT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNRPT.
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
           01 WS-FLOW-TBL.
              05 WS-FLOW-ENTRY OCCURS 50 TIMES.
                 10 WS-FLOW-DEPT      PIC  X(4).
                 10 WS-FLOW-DIV-SLOT  PIC  9(2).
                 10 WS-FLOW-HIRE-C    PIC  9(5).
                 10 WS-FLOW-HIRE-P    PIC  9(5).
                 10 WS-FLOW-TERM-C    PIC  9(5).
           01 WS-CO-XFER-C    PIC        9(5) VALUE ZERO.
           01 WS-CO-XFER-P    PIC        9(5) VALUE ZERO.
           01 WS-CO-HEADCOUNT PIC        9(5) VALUE ZERO.
      *
      * The division group being printed (zero is the departments
      * with no division) and its totals.
           01 WS-GRP-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-GRP-ROWS     PIC        9(2) VALUE ZERO.
           01 WS-DIV-HIRE-C   PIC        9(5) VALUE ZERO.
           01 WS-DIV-HIRE-P   PIC        9(5) VALUE ZERO.
           01 WS-DIV-TERM-C   PIC        9(5) VALUE ZERO.
           01 WS-DIV-TERM-P   PIC        9(5) VALUE ZERO.
           01 WS-DIV-XIN-C    PIC        9(5) VALUE ZERO.
           01 WS-DIV-XIN-P    PIC        9(5) VALUE ZERO.
           01 WS-DIV-XOUT-C   PIC        9(5) VALUE ZERO.
           01 WS-DIV-XOUT-P   PIC        9(5) VALUE ZERO.
           01 WS-DIV-HEADCOUNT PIC       9(5) VALUE ZERO.
      *
           01 WS-TURN-PCT     PIC     9(3)V9.
           01 WS-TURN-PCT-ED  PIC      ZZ9.9.
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             SUBTRACT 1 FROM WS-PRI-M
           END-IF.
           COMPUTE WS-PRI-MONTH = WS-PRI-Y * 100 + WS-PRI-M.
           PERFORM LOAD-DIVISIONS-PARA.
           PERFORM LOAD-HEADCOUNT-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './turnrpt_' DELIMITED BY SIZE
             ADD 1 TO WS-FLOW-COUNT
             MOVE WS-FLOW-COUNT TO WS-FLOW-SLOT
             MOVE WS-FLOW-DEPT-IN TO WS-FLOW-DEPT (WS-FLOW-SLOT)
             MOVE WS-FLOW-DEPT-IN TO DV-CHK-DEPT
             PERFORM GET-DEPT-DIVISION-PARA
             MOVE DV-DIV-SLOT TO WS-FLOW-DIV-SLOT (WS-FLOW-SLOT)
             MOVE ZERO TO WS-FLOW-HIRE-C (WS-FLOW-SLOT)
             MOVE ZERO TO WS-FLOW-HIRE-P (WS-FLOW-SLOT)
             MOVE ZERO TO WS-FLOW-TERM-C (WS-FLOW-SLOT)
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF DV-DIV-COUNT = ZERO
             PERFORM REPORT-ONE-DEPT-PARA
                 VARYING WS-FLOW-IDX FROM 1 BY 1
                 UNTIL WS-FLOW-IDX > WS-FLOW-COUNT
           ELSE
             PERFORM REPORT-DIVISION-GROUP-PARA
                 VARYING WS-GRP-SLOT FROM 0 BY 1
                 UNTIL WS-GRP-SLOT > DV-DIV-COUNT
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-CO-HEADCOUNT > 0
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * REPORT-DIVISION-GROUP-PARA
      * The departments of one division, then its division line -
      * nothing at all for a division with no departments here.
      * ================================================================
       REPORT-DIVISION-GROUP-PARA.
           MOVE ZERO TO WS-GRP-ROWS.
           MOVE ZERO TO WS-DIV-HIRE-C.
           MOVE ZERO TO WS-DIV-HIRE-P.
           MOVE ZERO TO WS-DIV-TERM-C.
           MOVE ZERO TO WS-DIV-TERM-P.
           MOVE ZERO TO WS-DIV-XIN-C.
           MOVE ZERO TO WS-DIV-XIN-P.
           MOVE ZERO TO WS-DIV-XOUT-C.
           MOVE ZERO TO WS-DIV-XOUT-P.
           MOVE ZERO TO WS-DIV-HEADCOUNT.
           PERFORM REPORT-GROUP-DEPT-PARA
               VARYING WS-FLOW-IDX FROM 1 BY 1
               UNTIL WS-FLOW-IDX > WS-FLOW-COUNT.
           IF WS-GRP-ROWS > 0
             IF WS-GRP-SLOT > 0
               MOVE DV-DIV-CODE (WS-GRP-SLOT) TO DV-DIVISION
               MOVE DV-DIV-NAME (WS-GRP-SLOT) TO DV-DIVISION-NAME
             ELSE
               MOVE SPACES TO DV-DIVISION
               MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
             END-IF
             IF WS-DIV-HEADCOUNT > 0
               COMPUTE WS-TURN-PCT ROUNDED =
                   WS-DIV-TERM-C * 12 * 100 / WS-DIV-HEADCOUNT
             ELSE
               MOVE ZERO TO WS-TURN-PCT
             END-IF
             MOVE WS-TURN-PCT TO WS-TURN-PCT-ED
             MOVE SPACES TO RP-DETAIL
             STRING DV-DIVISION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-DIV-HIRE-C DELIMITED BY SIZE
                    '(' DELIMITED BY SIZE
                    WS-DIV-HIRE-P DELIMITED BY SIZE
                    ')  ' DELIMITED BY SIZE
                    WS-DIV-TERM-C DELIMITED BY SIZE
                    '(' DELIMITED BY SIZE
                    WS-DIV-TERM-P DELIMITED BY SIZE
                    ')  ' DELIMITED BY SIZE
                    WS-DIV-XIN-C DELIMITED BY SIZE
                    '(' DELIMITED BY SIZE
                    WS-DIV-XIN-P DELIMITED BY SIZE
                    ')  ' DELIMITED BY SIZE
                    WS-DIV-XOUT-C DELIMITED BY SIZE
                    '(' DELIMITED BY SIZE
                    WS-DIV-XOUT-P DELIMITED BY SIZE
                    ')  ' DELIMITED BY SIZE
                    WS-TURN-PCT-ED DELIMITED BY SIZE
                    '  DIVISION ' DELIMITED BY SIZE
                    DV-DIVISION-NAME DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * REPORT-GROUP-DEPT-PARA
      * ================================================================
       REPORT-GROUP-DEPT-PARA.
           IF WS-FLOW-DIV-SLOT (WS-FLOW-IDX) = WS-GRP-SLOT
             PERFORM REPORT-ONE-DEPT-PARA
             ADD 1 TO WS-GRP-ROWS
             ADD WS-FLOW-HIRE-C (WS-FLOW-IDX) TO WS-DIV-HIRE-C
             ADD WS-FLOW-HIRE-P (WS-FLOW-IDX) TO WS-DIV-HIRE-P
             ADD WS-FLOW-TERM-C (WS-FLOW-IDX) TO WS-DIV-TERM-C
             ADD WS-FLOW-TERM-P (WS-FLOW-IDX) TO WS-DIV-TERM-P
             ADD WS-FLOW-XIN-C (WS-FLOW-IDX) TO WS-DIV-XIN-C
             ADD WS-FLOW-XIN-P (WS-FLOW-IDX) TO WS-DIV-XIN-P
             ADD WS-FLOW-XOUT-C (WS-FLOW-IDX) TO WS-DIV-XOUT-C
             ADD WS-FLOW-XOUT-P (WS-FLOW-IDX) TO WS-DIV-XOUT-P
             ADD WS-FLOW-HEADCOUNT (WS-FLOW-IDX) TO WS-DIV-HEADCOUNT
           END-IF.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
