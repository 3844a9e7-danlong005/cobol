      *    col  5     blank
      *    cols 6-35  recipient name, printed on the cover page
      *
      * Cols 1-4 may name a division from deptref.dta instead: that
      * recipient gets every section of the division's departments
      * plus the division's own subtotal section, and a department
      * is unassigned only when neither it nor its division has a
      * recipient.
      *
      * Command-line parameter: the print file to burst (default
      * the day's ./deptrpt_YYYYMMDD.rpt).  A department section
      * runs from the line that starts with its code to the next
              SELECT DEPTREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPTREF-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
           FD DEPTREF.
           01 DEPTREF-REC.
              COPY "DEPTREF-REC.cob".
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
           01 WS-RCPT-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-RCPT-IDX     PIC        9(2) VALUE ZERO.
      *
      * Every known department and division code - the recipient
      * map plus deptref.dta - so a section boundary is any of them.
           01 WS-KNOWN-TBL.
              05 WS-KNOWN-DEPT OCCURS 100 TIMES PIC X(4).
           01 WS-KNOWN-COUNT  PIC        9(3) VALUE ZERO.
           01 WS-BAD-DEPT-COUNT PIC      9(3) VALUE ZERO.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           PERFORM LOAD-RECIPIENTS-PARA.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM LOAD-DIVISIONS-PARA.
           IF WS-RCPT-COUNT = ZERO
             DISPLAY "RPTBURST: *** NO RECIPIENT FILE RCPT.PARM - "
                     "NOTHING TO DISTRIBUTE TO ***"

      * ================================================================
      * LOAD-DEPTREF-PARA
      * Every reference department and division is a section
      * boundary, and a recipient mapped to a code deptref does not
      * know is called out - a typo must not route pages nowhere.
      * ================================================================
       LOAD-DEPTREF-PARA.
           OPEN INPUT DEPTREF.
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE WS-WANT-DEPT TO DV-DIVISION.
           PERFORM FIND-DIVISION-PARA.
           MOVE SPACES TO RP-TITLE.
           IF DV-DIV-SLOT > 0
             STRING 'RPTBURST BUNDLE - DIVISION ' DELIMITED BY SIZE
                    WS-WANT-DEPT DELIMITED BY SIZE
                    INTO RP-TITLE
             END-STRING
           ELSE
             STRING 'RPTBURST BUNDLE - DEPT ' DELIMITED BY SIZE
                    WS-WANT-DEPT DELIMITED BY SIZE
                    INTO RP-TITLE
             END-STRING
           END-IF.
           MOVE SPACES TO RP-COLHDG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
      * ================================================================
      * COPY-SECTION-PARA
      * One scan of the source file.  A line opening with a known
      * department or division code starts that code's section; the
      * pass copies the section when it is the recipient's code, or
      * a department of the recipient's division - or, on the
      * exception pass, any known code with no recipient.
      * ================================================================
       COPY-SECTION-PARA.
           OPEN INPUT RPTIN.
             MOVE RPTIN-REC (1:4) TO WS-PROBE-DEPT
             PERFORM PROBE-KNOWN-PARA
             IF DEPT-IS-KNOWN
               MOVE WS-PROBE-DEPT TO DV-CHK-DEPT
               PERFORM GET-DEPT-DIVISION-PARA
               IF EXCEPTION-PASS
                 PERFORM SET-EXCEPTION-SECTION-PARA
               ELSE
                 IF WS-PROBE-DEPT = WS-WANT-DEPT
                     OR (DV-DIVISION NOT = SPACES
                         AND DV-DIVISION = WS-WANT-DEPT)
                   SET INSIDE-SECTION TO TRUE
                 ELSE
                   SET OUTSIDE-SECTION TO TRUE

      * ================================================================
      * SET-EXCEPTION-SECTION-PARA
      * On the exception pass a known code opens the section only
      * when no recipient claims it or its division.
      * ================================================================
       SET-EXCEPTION-SECTION-PARA.
           SET INSIDE-SECTION TO TRUE.
      * ================================================================
       CHECK-CLAIMED-PARA.
           IF WS-RCPT-DEPT (WS-RCPT-IDX) = WS-PROBE-DEPT
               OR (DV-DIVISION NOT = SPACES
                   AND WS-RCPT-DEPT (WS-RCPT-IDX) = DV-DIVISION)
             SET OUTSIDE-SECTION TO TRUE
           END-IF.

      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
