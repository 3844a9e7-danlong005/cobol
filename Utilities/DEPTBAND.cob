      * 30-49, 50-64, 65 and up.  The business-date check on the
      * extract's generation stamp works as in DEPTRPT (first
      * command-line token, YYYYMMDD, default today).
      *
      * When deptref.dta carries the division hierarchy the rows
      * print grouped by division - departments with no division
      * first, then each division in reference-file order - and
      * every group closes with a division subtotal row of its own
      * band cells ahead of the column totals.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTBAND.
              SELECT BANDPARM ASSIGN TO './ageband.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAND-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           FD BANDPARM.
           01 BANDPARM-REC     PIC       X(10).
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
           01 WS-MATRIX.
              05 WS-DEPT-ROW OCCURS 50 TIMES.
                 10 WS-ROW-DEPT       PIC  X(4).
                 10 WS-ROW-DIV-SLOT   PIC  9(2).
                 10 WS-ROW-CELL OCCURS 10 TIMES PIC 9(5).
                 10 WS-ROW-TOTAL      PIC  9(6).
           01 WS-DEPT-COUNT   PIC        9(2) VALUE ZERO.
              05 WS-COL-TOTAL OCCURS 10 TIMES PIC 9(6).
           01 WS-GRAND-TOTAL  PIC        9(7) VALUE ZERO.
      *
      * The division group being printed (zero is the departments
      * with no division) and its subtotal row.
           01 WS-GRP-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-GRP-ROWS     PIC        9(2) VALUE ZERO.
           01 WS-DIV-CELLS.
              05 WS-DIV-CELL OCCURS 10 TIMES PIC 9(6).
           01 WS-DIV-TOTAL    PIC        9(7) VALUE ZERO.
      *
      * One built-up print line - the matrix prints 10 columns of
      * 7 characters after the department stub.
           01 WS-PRINT-LINE   PIC      X(132).
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'DEPTBAND'.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM LOAD-BANDS-PARA.
           PERFORM LOAD-DIVISIONS-PARA.
           COMPUTE WS-BAND-TOT-COUNT = WS-BAND-COUNT + 1.
           MOVE ZERO TO WS-COL-TOTALS.
           MOVE SPACES TO RP-FNAME.
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
             MOVE EMPODPT TO WS-ROW-DEPT (WS-DEPT-SLOT)
             MOVE EMPODPT TO DV-CHK-DEPT
             PERFORM GET-DEPT-DIVISION-PARA
             MOVE DV-DIV-SLOT TO WS-ROW-DIV-SLOT (WS-DEPT-SLOT)
             MOVE ZERO TO WS-ROW-TOTAL (WS-DEPT-SLOT)
             PERFORM CLEAR-ONE-ROW-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1

      * ================================================================
      * TERMINATE-PARA
      * The matrix: band labels across, one row per department -
      * grouped under division subtotals when there is a hierarchy
      * - column totals and the grand total at the foot.
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPOUT.
           IF DV-DIV-COUNT = ZERO
             PERFORM PRINT-ONE-ROW-PARA
                 VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           ELSE
             PERFORM PRINT-DIVISION-GROUP-PARA
                 VARYING WS-GRP-SLOT FROM 0 BY 1
                 UNTIL WS-GRP-SLOT > DV-DIV-COUNT
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM BUILD-TOTAL-LINE-PARA.
           MOVE WS-PRINT-LINE TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * PRINT-DIVISION-GROUP-PARA
      * The rows of one division, then its subtotal row - nothing at
      * all for a division with no departments in the extract.
      * ================================================================
       PRINT-DIVISION-GROUP-PARA.
           MOVE ZERO TO WS-GRP-ROWS.
           MOVE ZERO TO WS-DIV-CELLS.
           MOVE ZERO TO WS-DIV-TOTAL.
           PERFORM PRINT-GROUP-ROW-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           IF WS-GRP-ROWS > 0
             MOVE SPACES TO WS-PRINT-LINE
             IF WS-GRP-SLOT > 0
               MOVE DV-DIV-CODE (WS-GRP-SLOT) TO WS-PRINT-LINE (1:4)
               MOVE DV-DIV-NAME (WS-GRP-SLOT) TO DV-DIVISION-NAME
             ELSE
               MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
             END-IF
             MOVE 6 TO WS-PRINT-COL
             PERFORM BUILD-ONE-DIV-CELL-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT
             MOVE WS-DIV-TOTAL TO WS-CELL-ED
             MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6)
             MOVE DV-DIVISION-NAME
                  TO WS-PRINT-LINE (WS-PRINT-COL + 9:30)
             MOVE WS-PRINT-LINE TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * PRINT-GROUP-ROW-PARA
      * ================================================================
       PRINT-GROUP-ROW-PARA.
           IF WS-ROW-DIV-SLOT (WS-DEPT-IDX) = WS-GRP-SLOT
             PERFORM PRINT-ONE-ROW-PARA
             ADD 1 TO WS-GRP-ROWS
             ADD WS-ROW-TOTAL (WS-DEPT-IDX) TO WS-DIV-TOTAL
             PERFORM ADD-ONE-DIV-CELL-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT
           END-IF.

      * ================================================================
      * ADD-ONE-DIV-CELL-PARA
      * ================================================================
       ADD-ONE-DIV-CELL-PARA.
           ADD WS-ROW-CELL (WS-DEPT-IDX WS-BAND-IDX)
               TO WS-DIV-CELL (WS-BAND-IDX).

      * ================================================================
      * BUILD-ONE-DIV-CELL-PARA
      * ================================================================
       BUILD-ONE-DIV-CELL-PARA.
           MOVE WS-DIV-CELL (WS-BAND-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).
           ADD 7 TO WS-PRINT-COL.

      * ================================================================
      * PRINT-ONE-CELL-PARA
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
