      *================================================================
      * REFASOF
      * Reference tables as they stood - or will stand - on a date.
      * Loads the live deptref.dta, titleref.dta, skillref.dta,
      * leavetier.parm and retirrule.parm, then:
      *
      *    - for a date in the past, undoes, latest first, every
      *      change REFMAINT logged on the chained trail
      *      ./refaudit.dta (copybooks/AUDIT-REC.cob, images laid
      *      out as copybooks/REFAUD-REC.cob) that took effect after
      *      it: an add is taken out again, a change or close puts
      *      the before image back
      *    - for a date ahead, lays on the transactions REFMAINT is
      *      holding on ./refpend.dta (copybooks/REFTRAN-REC.cob)
      *      that will have taken effect by then
      *
      * and prints each table line by line.  Only changes made
      * through REFMAINT can be rolled back - a table edited by
      * hand carries no history to undo.  A table file that runs
      * past the 100 lines the loader holds is printed in part under
      * a warning, and the run ends RC 4.
      *
      * Command-line parameters: "[YYYYMMDD [TABLE]]" - the date
      * defaults to today, the table (DEPT, TITL, SKIL, LVTR, RETR)
      * to all five.  Report: ./refasof_YYYYMMDD.rpt, dated for the
      * date asked for.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFASOF.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RFTFILE ASSIGN DYNAMIC RFT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RFT-STATUS.
      *
              SELECT AUDIT ASSIGN TO './refaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT REFPEND ASSIGN TO './refpend.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD RFTFILE.
           01 RFTFILE-REC      PIC       X(40).
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD REFPEND.
           01 REFPEND-REC.
              COPY "REFTRAN-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-EOF    PIC        A(1).
           01 WS-PEND-EOF     PIC        A(1).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-PEND-STATUS  PIC        X(2).
              88 WS-PEND-OK          VALUE '00'.
      *
      * One side of an audit record, viewed as a table line.
           01 WS-REF-IMAGE.
              COPY "REFAUD-REC.cob".
      *
      * Command-line parameters.
           01 WS-CMDLINE      PIC       X(30).
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-TABLE-PARM   PIC        X(4).
           01 WS-ASOF-DATE    PIC        9(8).
           01 WS-TODAY        PIC        9(8).
           01 WS-ONLY-SLOT    PIC        9(1) VALUE ZERO.
      *
      * The audit entries to undo, held in the order they were
      * written and undone from the last back.
           01 WS-UNDO-TBL.
              05 WS-UNDO-ENTRY OCCURS 500 TIMES.
                 10 WS-UNDO-SLOT     PIC 9(1).
                 10 WS-UNDO-BEFORE   PIC X(40).
                 10 WS-UNDO-AFTER    PIC X(40).
           01 WS-UNDO-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-UNDO-IDX     PIC        9(3) VALUE ZERO.
           01 WS-UNDO-LOST    PIC        9(5) VALUE ZERO.
           01 WS-FWD-COUNT    PIC        9(5) VALUE ZERO.
      *
           01 WS-PRINT-IDX    PIC        9(3) VALUE ZERO.
           01 WS-TABLE-LINES  PIC        9(3) VALUE ZERO.
           01 WS-OVERFLOW-COUNT PIC      9(1) VALUE ZERO.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'REFASOF'.
      *
       COPY "REFTBL_DEF.cob".
      *
       COPY "RPTFILE_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-ASOF-PARM WS-TABLE-PARM.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ASOF-PARM WS-TABLE-PARM
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF WS-ASOF-PARM = SPACES
             MOVE WS-TODAY TO WS-ASOF-DATE
           ELSE
             IF WS-ASOF-PARM NOT NUMERIC
               DISPLAY "REFASOF: *** AS-OF DATE MUST BE YYYYMMDD ***"
               DISPLAY "REFASOF: USAGE - REFASOF [YYYYMMDD [TABLE]]"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-ASOF-PARM TO WS-ASOF-DATE
           END-IF.
           PERFORM LOAD-REF-TABLES-PARA.
           IF WS-TABLE-PARM NOT = SPACES
             MOVE WS-TABLE-PARM TO RFT-CHK-TABLE
             PERFORM FIND-REF-TABLE-PARA
             IF RFT-SLOT = ZERO
               DISPLAY "REFASOF: *** TABLE " WS-TABLE-PARM
                       " UNKNOWN - DEPT, TITL, SKIL, LVTR OR RETR ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE RFT-SLOT TO WS-ONLY-SLOT
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './refasof_' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE SPACES TO RP-TITLE.
           STRING 'REFASOF - REFERENCE TABLES AS OF '
                  DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  INTO RP-TITLE
           END-STRING.
           MOVE 'TABLE LINE' TO RP-COLHDG.
           MOVE WS-ASOF-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           IF WS-ASOF-DATE < WS-TODAY
             PERFORM ROLL-BACK-PARA
           ELSE
             PERFORM ROLL-FORWARD-PARA
           END-IF.
           PERFORM PRINT-ONE-TABLE-PARA
               VARYING RFT-SLOT FROM 1 BY 1
               UNTIL RFT-SLOT > RFT-TBL-COUNT.

      * ================================================================
      * ROLL-BACK-PARA
      * Collects the changes that took effect after the date, then
      * undoes them latest first.  Held ('H') entries changed
      * nothing yet and are passed over.
      * ================================================================
       ROLL-BACK-PARA.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-OK
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               IF AUD-ACTION NOT = 'H'
                 PERFORM CHECK-UNDO-ENTRY-PARA
               END-IF
               READ AUDIT
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.
           PERFORM UNDO-ONE-ENTRY-PARA
               VARYING WS-UNDO-IDX FROM WS-UNDO-COUNT BY -1
               UNTIL WS-UNDO-IDX < 1.

      * ================================================================
      * CHECK-UNDO-ENTRY-PARA
      * The table and effective date ride on whichever side holds
      * a line - the after image of an add, the before image
      * otherwise.
      * ================================================================
       CHECK-UNDO-ENTRY-PARA.
           IF AUD-BEFORE-IMAGE = SPACES
             MOVE AUD-AFTER-IMAGE TO WS-REF-IMAGE
           ELSE
             MOVE AUD-BEFORE-IMAGE TO WS-REF-IMAGE
           END-IF.
           IF RA-EFF-DATE NUMERIC
             IF RA-EFF-DATE > WS-ASOF-DATE
               PERFORM KEEP-UNDO-ENTRY-PARA
             END-IF
           END-IF.

      * ================================================================
      * KEEP-UNDO-ENTRY-PARA
      * ================================================================
       KEEP-UNDO-ENTRY-PARA.
           MOVE RA-TABLE TO RFT-CHK-TABLE.
           PERFORM FIND-REF-TABLE-PARA.
           IF RFT-SLOT > 0
             IF WS-UNDO-COUNT < 500
               ADD 1 TO WS-UNDO-COUNT
               MOVE RFT-SLOT TO WS-UNDO-SLOT (WS-UNDO-COUNT)
               MOVE AUD-BEFORE-IMAGE TO WS-REF-IMAGE
               MOVE RA-LINE TO WS-UNDO-BEFORE (WS-UNDO-COUNT)
               MOVE AUD-AFTER-IMAGE TO WS-REF-IMAGE
               MOVE RA-LINE TO WS-UNDO-AFTER (WS-UNDO-COUNT)
             ELSE
               ADD 1 TO WS-UNDO-LOST
             END-IF
           END-IF.

      * ================================================================
      * UNDO-ONE-ENTRY-PARA
      * The line is found by the after image's key - or, for a line
      * a close removed, not found at all and put back.
      * ================================================================
       UNDO-ONE-ENTRY-PARA.
           MOVE WS-UNDO-SLOT (WS-UNDO-IDX) TO RFT-SLOT.
           IF WS-UNDO-AFTER (WS-UNDO-IDX) = SPACES
             MOVE WS-UNDO-BEFORE (WS-UNDO-IDX) TO RFT-CHK-KEY
           ELSE
             MOVE WS-UNDO-AFTER (WS-UNDO-IDX) TO RFT-CHK-KEY
           END-IF.
           PERFORM FIND-REF-KEY-PARA.
           IF WS-UNDO-BEFORE (WS-UNDO-IDX) = SPACES
             IF RFT-LINE-SLOT > 0
               PERFORM REMOVE-REF-LINE-PARA
             END-IF
           ELSE
             IF RFT-LINE-SLOT > 0
               MOVE WS-UNDO-BEFORE (WS-UNDO-IDX)
                    TO RFT-TBL-LINE (RFT-SLOT RFT-LINE-SLOT)
             ELSE
               MOVE WS-UNDO-BEFORE (WS-UNDO-IDX) TO RFT-READ-LINE
               PERFORM ADD-REF-LINE-PARA
             END-IF
           END-IF.

      * ================================================================
      * ROLL-FORWARD-PARA
      * The held transactions due by the date, applied as REFMAINT
      * will apply them (the edits REFMAINT still owes them on the
      * day are not repeated here).
      * ================================================================
       ROLL-FORWARD-PARA.
           OPEN INPUT REFPEND.
           IF WS-PEND-OK
             MOVE ' ' TO WS-PEND-EOF
             READ REFPEND
                  AT END MOVE 'Y' TO WS-PEND-EOF
             END-READ
             PERFORM UNTIL WS-PEND-EOF = 'Y'
               IF RT-EFF-DATE-N <= WS-ASOF-DATE
                 PERFORM APPLY-HELD-ENTRY-PARA
               END-IF
               READ REFPEND
                    AT END MOVE 'Y' TO WS-PEND-EOF
               END-READ
             END-PERFORM
             CLOSE REFPEND
           END-IF.

      * ================================================================
      * APPLY-HELD-ENTRY-PARA
      * ================================================================
       APPLY-HELD-ENTRY-PARA.
           MOVE RT-TABLE TO RFT-CHK-TABLE.
           PERFORM FIND-REF-TABLE-PARA.
           IF RFT-SLOT > 0
             ADD 1 TO WS-FWD-COUNT
             MOVE RT-IMAGE TO RFT-CHK-KEY
             PERFORM FIND-REF-KEY-PARA
             EVALUATE TRUE
               WHEN RT-IS-CLOSE AND RFT-LINE-SLOT > 0
                 IF RFT-TBL-CODE (RFT-SLOT) = 'DEPT'
                     OR RFT-TBL-CODE (RFT-SLOT) = 'TITL'
                   MOVE 'N'
                        TO RFT-TBL-LINE (RFT-SLOT RFT-LINE-SLOT) (35:1)
                 ELSE
                   PERFORM REMOVE-REF-LINE-PARA
                 END-IF
               WHEN RT-IS-CLOSE
                 CONTINUE
               WHEN RFT-LINE-SLOT > 0
                 MOVE RT-IMAGE TO RFT-TBL-LINE (RFT-SLOT RFT-LINE-SLOT)
               WHEN OTHER
                 MOVE RT-IMAGE TO RFT-READ-LINE
                 PERFORM ADD-REF-LINE-PARA
             END-EVALUATE
           END-IF.

      * ================================================================
      * PRINT-ONE-TABLE-PARA
      * Comment lines in a table are left out of the print.
      * ================================================================
       PRINT-ONE-TABLE-PARA.
           IF WS-ONLY-SLOT = ZERO OR WS-ONLY-SLOT = RFT-SLOT
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             STRING RFT-TBL-CODE (RFT-SLOT) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    RFT-TBL-FNAME (RFT-SLOT) DELIMITED BY SPACE
                    INTO RP-DETAIL
             END-STRING
             IF RFT-TBL-ON-FILE (RFT-SLOT) = 'N'
               MOVE '(NOT ON FILE - STANDING BUILT-IN LINES)'
                    TO RP-DETAIL (40:40)
             END-IF
             PERFORM WRITE-REPORT-LINE-PARA
             IF RFT-TBL-OVERFLOW (RFT-SLOT) = 'Y'
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE SPACES TO RP-DETAIL
               MOVE '*** WARNING - FILE RUNS PAST 100 LINES: ONLY THE'
                    TO RP-DETAIL (7:49)
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE SPACES TO RP-DETAIL
               MOVE '    FIRST 100 ARE SHOWN OR ROLLED BACK ***'
                    TO RP-DETAIL (7:42)
               PERFORM WRITE-REPORT-LINE-PARA
             END-IF
             MOVE ZERO TO WS-TABLE-LINES
             PERFORM PRINT-ONE-LINE-PARA
                 VARYING WS-PRINT-IDX FROM 1 BY 1
                 UNTIL WS-PRINT-IDX > RFT-TBL-LINES (RFT-SLOT)
             MOVE SPACES TO RP-DETAIL
             STRING '      ' DELIMITED BY SIZE
                    WS-TABLE-LINES DELIMITED BY SIZE
                    ' LINE(S)' DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * PRINT-ONE-LINE-PARA
      * ================================================================
       PRINT-ONE-LINE-PARA.
           IF RFT-TBL-LINE (RFT-SLOT WS-PRINT-IDX) (1:1) NOT = '*'
             ADD 1 TO WS-TABLE-LINES
             MOVE SPACES TO RP-DETAIL
             MOVE RFT-TBL-LINE (RFT-SLOT WS-PRINT-IDX)
                  TO RP-DETAIL (7:40)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF WS-ASOF-DATE < WS-TODAY
             STRING 'CHANGES ROLLED BACK: ' DELIMITED BY SIZE
                    WS-UNDO-COUNT DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
           ELSE
             STRING 'HELD CHANGES LAID ON: ' DELIMITED BY SIZE
                    WS-FWD-COUNT DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "REFASOF: TABLES AS OF " WS-ASOF-DATE
                   " WRITTEN TO " FUNCTION TRIM(RP-FNAME).
           MOVE 0 TO RETURN-CODE.
           IF WS-UNDO-LOST > 0
             DISPLAY "REFASOF: *** " WS-UNDO-LOST " CHANGE(S) BEYOND "
                     "THE 500 HELD - NOT ROLLED BACK IN FULL ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
             DISPLAY "REFASOF: *** " WS-OVERFLOW-COUNT " TABLE(S) RUN "
                     "PAST 100 LINES - PRINTED IN PART ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN REFERENCE-TABLE LOADER
      * ================================================================
       COPY "REFTBL_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
