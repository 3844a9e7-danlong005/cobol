      *================================================================
      * CWENDRPT
      * Weekly contingent-assignment end report off the contingent-
      * worker register (./contwkr.dat, copybooks/CONTWKR-REC.cob,
      * maintained by CWMAINT).  Every assignment still open lists
      * when either
      *
      *    PAST END - its end date has already gone by and nobody
      *               has keyed an extension or an end, so the
      *               worker may still be badging in with no cover
      *    ENDING   - it ends within the next 30 days, in time for
      *               the supervisor to extend it or plan the exit
      *
      * soonest end date first, so the overdue ones head the list.
      * Each line carries the agency, department/site and the
      * supervisor, named from the employee master - a supervisor
      * who has since left shows as such, because those are the
      * assignments nobody is watching.  Totals give the count of
      * each.
      *
      * Output: ./cwendrpt_YYYYMMDD.rpt through the shared
      * print-file writer.  RC 4 when anything is listed, 8 when
      * the register cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWENDRPT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CONTWKR ASSIGN TO './contwkr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CW-ID OF CONTWKR-REC
              FILE STATUS IS WS-CW-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './cwendsrt.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
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
           FD CONTWKR.
           01 CONTWKR-REC.
              COPY "CONTWKR-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
      * One sort record per assignment listed.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-END-DATE  PIC        9(8).
              05 SR-ID        PIC        9(6).
              05 SR-LNM       PIC       X(20).
              05 SR-FNM       PIC       X(15).
              05 SR-AGENCY    PIC       X(20).
              05 SR-DPT       PIC        X(4).
              05 SR-SITE      PIC        X(4).
              05 SR-SUPV-EMPID PIC       9(5).
              05 SR-EXT-COUNT PIC        9(2).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-END-DATE  PIC        9(8).
              05 SO-ID        PIC        9(6).
              05 SO-LNM       PIC       X(20).
              05 SO-FNM       PIC       X(15).
              05 SO-AGENCY    PIC       X(20).
              05 SO-DPT       PIC        X(4).
              05 SO-SITE      PIC        X(4).
              05 SO-SUPV-EMPID PIC       9(5).
              05 SO-EXT-COUNT PIC        9(2).
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
           01 WS-CW-EOF       PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-CW-STATUS    PIC        X(2).
              88 WS-CW-OK            VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-EMP-SW       PIC        X(1).
              88 EMPLOYEES-AVAILABLE VALUE 'Y'.
              88 EMPLOYEES-UNAVAILABLE VALUE 'N'.
      *
      * The look-ahead window and its end.
           01 WS-WINDOW-DAYS  PIC        9(3) VALUE 030.
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-INT    PIC        9(7).
           01 WS-WINDOW-END   PIC        9(8).
           01 WS-DAYS         PIC        9(5).
      *
           01 WS-CW-READ      PIC        9(7) VALUE ZERO.
           01 WS-ACTIVE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-PAST-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-ENDING-COUNT PIC        9(5) VALUE ZERO.
           01 WS-LISTED-COUNT PIC        9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-DAYS-ED      PIC        ZZZZ9.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'CWENDRPT'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-WINDOW-DAYS).
           OPEN INPUT CONTWKR.
           IF NOT WS-CW-OK
             DISPLAY "CWENDRPT: *** NO CONTINGENT WORKER FILE - RUN "
                     "CWMAINT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF WS-EMP-OK
             SET EMPLOYEES-AVAILABLE TO TRUE
           ELSE
             SET EMPLOYEES-UNAVAILABLE TO TRUE
             DISPLAY "CWENDRPT: NO EMPLOYEE MASTER - SUPERVISOR "
                     "NAMES NOT SHOWN"
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './cwendrpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'CWENDRPT - CONTINGENT ASSIGNMENTS ENDING/OVERDUE'
                TO RP-TITLE.
           MOVE 'END DATE    DAYS' TO RP-COLHDG (1:16).
           MOVE 'ID' TO RP-COLHDG (27:2).
           MOVE 'LAST NAME' TO RP-COLHDG (34:9).
           MOVE 'FIRST NAME' TO RP-COLHDG (55:10).
           MOVE 'AGENCY' TO RP-COLHDG (71:6).
           MOVE 'DEPT SITE SUPV  SUPERVISOR' TO RP-COLHDG (92:26).
           MOVE 'EXT' TO RP-COLHDG (129:3).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-END-DATE SR-ID
               INPUT PROCEDURE IS SELECT-ASSIGNMENTS-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.

      * ================================================================
      * SELECT-ASSIGNMENTS-PARA
      * SORT input procedure - every open assignment already past
      * its end date or ending inside the window.
      * ================================================================
       SELECT-ASSIGNMENTS-PARA.
           MOVE ' ' TO WS-CW-EOF.
           READ CONTWKR NEXT RECORD
                AT END MOVE 'Y' TO WS-CW-EOF
           END-READ.
           PERFORM UNTIL WS-CW-EOF = 'Y'
             ADD 1 TO WS-CW-READ
             IF CW-IS-ACTIVE OF CONTWKR-REC
               ADD 1 TO WS-ACTIVE-COUNT
               IF CW-END-DATE OF CONTWKR-REC NOT > WS-WINDOW-END
                 PERFORM RELEASE-ONE-PARA
               END-IF
             END-IF
             READ CONTWKR NEXT RECORD
                  AT END MOVE 'Y' TO WS-CW-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * RELEASE-ONE-PARA
      * ================================================================
       RELEASE-ONE-PARA.
           MOVE CW-END-DATE OF CONTWKR-REC TO SR-END-DATE.
           MOVE CW-ID OF CONTWKR-REC TO SR-ID.
           MOVE CW-LNM OF CONTWKR-REC TO SR-LNM.
           MOVE CW-FNM OF CONTWKR-REC TO SR-FNM.
           MOVE CW-AGENCY OF CONTWKR-REC TO SR-AGENCY.
           MOVE CW-DPT OF CONTWKR-REC TO SR-DPT.
           MOVE CW-SITE OF CONTWKR-REC TO SR-SITE.
           MOVE CW-SUPV-EMPID OF CONTWKR-REC TO SR-SUPV-EMPID.
           IF CW-EXT-COUNT OF CONTWKR-REC NUMERIC
             MOVE CW-EXT-COUNT OF CONTWKR-REC TO SR-EXT-COUNT
           ELSE
             MOVE ZERO TO SR-EXT-COUNT
           END-IF.
           RELEASE SORT-REC.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'
             PERFORM REPORT-ONE-ASSIGNMENT-PARA
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * REPORT-ONE-ASSIGNMENT-PARA
      * DAYS is days overdue on a PAST END line and days left on an
      * ENDING one.
      * ================================================================
       REPORT-ONE-ASSIGNMENT-PARA.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO RP-DETAIL.
           MOVE SO-END-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (1:10).
           IF FUNCTION TEST-DATE-YYYYMMDD (SO-END-DATE) = 0
             IF SO-END-DATE < WS-TODAY
               COMPUTE WS-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (SO-END-DATE)
             ELSE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE (SO-END-DATE)
                   - WS-TODAY-INT
             END-IF
             MOVE WS-DAYS TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (12:5)
           END-IF.
           IF SO-END-DATE < WS-TODAY
             ADD 1 TO WS-PAST-COUNT
             MOVE 'PAST END' TO RP-DETAIL (18:8)
           ELSE
             ADD 1 TO WS-ENDING-COUNT
             MOVE 'ENDING' TO RP-DETAIL (18:8)
           END-IF.
           MOVE SO-ID TO RP-DETAIL (27:6).
           MOVE SO-LNM TO RP-DETAIL (34:20).
           MOVE SO-FNM TO RP-DETAIL (55:15).
           MOVE SO-AGENCY TO RP-DETAIL (71:20).
           MOVE SO-DPT TO RP-DETAIL (92:4).
           MOVE SO-SITE TO RP-DETAIL (97:4).
           MOVE SO-SUPV-EMPID TO RP-DETAIL (102:5).
           IF EMPLOYEES-AVAILABLE
             PERFORM NAME-SUPERVISOR-PARA
           END-IF.
           MOVE SO-EXT-COUNT TO RP-DETAIL (130:2).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * NAME-SUPERVISOR-PARA
      * ================================================================
       NAME-SUPERVISOR-PARA.
           MOVE SO-SUPV-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO RP-DETAIL (108:20)
               NOT INVALID KEY
                 IF EMP-ACTIVE OF EMPLOYEE-FILE
                     OR EMP-ON-LEAVE OF EMPLOYEE-FILE
                   MOVE EMPLNM OF EMPLOYEE-FILE
                        TO RP-DETAIL (108:20)
                 ELSE
                   MOVE '(SUPERVISOR LEFT)' TO RP-DETAIL (108:20)
                 END-IF
           END-READ.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-PAST-COUNT DELIMITED BY SIZE
                  ' PAST END DATE WITH NO EXTENSION, '
                      DELIMITED BY SIZE
                  WS-ENDING-COUNT DELIMITED BY SIZE
                  ' ENDING WITHIN ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS, OF ' DELIMITED BY SIZE
                  WS-ACTIVE-COUNT DELIMITED BY SIZE
                  ' OPEN ASSIGNMENT(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE CONTWKR.
           IF EMPLOYEES-AVAILABLE
             CLOSE EMPLOYEE
           END-IF.
           DISPLAY "CWENDRPT: " WS-PAST-COUNT " PAST END DATE, "
                   WS-ENDING-COUNT " ENDING WITHIN "
                   WS-WINDOW-DAYS " DAYS".
           MOVE WS-CW-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-LISTED-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-LISTED-COUNT > 0
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
