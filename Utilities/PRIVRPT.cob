      *================================================================
      * PRIVRPT
      * Weekly read-access review for the privacy officer.  Every
      * display of an employee record, confidential report, fetch
      * of one, and ad-hoc extract is on ./readlog.dta (copybooks/
      * READLOG-REC.cob); this reads the week back and prints who
      * looked at how much, and when:
      *
      *    - every access outside business hours - before the start
      *      hour, at or after the end hour, or on a Saturday or
      *      Sunday - one line each, as it happened;
      *    - one summary line per operator: entries, employee
      *      records exposed, confidential reports, extracts, and
      *      out-of-hours entries, flagged HEAVY past the records
      *      threshold and OFF-HOURS for any out-of-hours access.
      *      Access with no sign-on behind it (a site still running
      *      open) is summarised under '(NONE)' and always flagged.
      *
      * The window is the seven days ending today, or ending the
      * YYYYMMDD date given as the command-line parameter.  The
      * thresholds come from ./privrpt.parm on the infile.parm
      * pattern, each kept at its default when absent or not
      * numeric:
      *
      *    cols  1-3   days in the window            007
      *    cols  5-9   records per operator - HEAVY  00200
      *    cols 11-12  business day starts (hour)    07
      *    cols 14-15  business day ends (hour)      19
      *
      * The report goes to ./privrpt_YYYYMMDD.rpt through the shared
      * writer and is cataloged as confidential.  Any flagged
      * operator raises one RDACCESS alert and ends the run
      * RETURN-CODE 4.  The log names who read whom, so the run
      * needs a class A sign-on.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVRPT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT READLOG ASSIGN TO './readlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RA-LOG-STATUS.
      *
              SELECT PRIVPARM ASSIGN TO './privrpt.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
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
       DATA DIVISION.
           FILE SECTION.
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           FD PRIVPARM.
           01 PRIVPARM-REC.
              05 PP-WINDOW-DAYS PIC      X(3).
              05 FILLER       PIC        X(1).
              05 PP-HEAVY-RECS PIC       X(5).
              05 FILLER       PIC        X(1).
              05 PP-START-HOUR PIC       X(2).
              05 FILLER       PIC        X(1).
              05 PP-END-HOUR  PIC        X(2).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
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
           WORKING-STORAGE SECTION.
           01 WS-LOG-EOF      PIC        A(1).
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-PARM-EOF     PIC        A(1).
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'PRIVRPT'.
      *
           01 WS-DATE-PARM    PIC        X(8).
      *
      * Thresholds, from ./privrpt.parm.
           01 WS-WINDOW-DAYS  PIC        9(3) VALUE 007.
           01 WS-HEAVY-RECS   PIC        9(5) VALUE 00200.
           01 WS-START-HOUR   PIC        9(2) VALUE 07.
           01 WS-END-HOUR     PIC        9(2) VALUE 19.
      *
      * The window, as dates and as day numbers.
           01 WS-END-DATE     PIC        9(8).
           01 WS-START-DATE   PIC        9(8).
           01 WS-END-INT      PIC       S9(9).
           01 WS-START-INT    PIC       S9(9).
           01 WS-ENTRY-INT    PIC       S9(9).
      *
      * One entry's time of day - weekday 0 is Monday, 5 and 6 the
      * weekend.
           01 WS-ENTRY-HOUR   PIC        9(2).
           01 WS-WEEKDAY      PIC        9(1).
           01 WS-OFFHRS-SW    PIC        X(1).
              88 ENTRY-OFF-HOURS     VALUE 'Y'.
              88 ENTRY-IN-HOURS      VALUE 'N'.
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-WINDOW-COUNT PIC        9(7) VALUE ZERO.
           01 WS-OFFHRS-COUNT PIC        9(7) VALUE ZERO.
           01 WS-FLAG-COUNT   PIC        9(3) VALUE ZERO.
      *
      * One accumulator per operator seen in the window.
           01 WS-OP-TBL.
              05 WS-OP-ENTRY OCCURS 200 TIMES.
                 10 WS-OP-ID          PIC  X(8).
                 10 WS-OP-ENTRIES     PIC  9(7).
                 10 WS-OP-RECORDS     PIC  9(9).
                 10 WS-OP-REPORTS     PIC  9(5).
                 10 WS-OP-EXTRACTS    PIC  9(5).
                 10 WS-OP-OFFHRS      PIC  9(5).
           01 WS-OP-COUNT-TOT PIC        9(3) VALUE ZERO.
           01 WS-OP-IDX       PIC        9(3) VALUE ZERO.
           01 WS-OP-SLOT      PIC        9(3) VALUE ZERO.
           01 WS-OP-OVERFLOW  PIC        9(7) VALUE ZERO.
      *
           01 WS-SHOW-OPER    PIC        X(8).
           01 WS-FLAG-TEXT    PIC       X(20).
           01 WS-ENTRIES-ED   PIC    Z,ZZZ,ZZ9.
           01 WS-RECORDS-ED   PIC  ZZZ,ZZZ,ZZ9.
           01 WS-COUNT-ED     PIC       ZZ,ZZ9.
           01 WS-OFFHRS-ED    PIC       ZZ,ZZ9.
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob).
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
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
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM = SPACES
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-END-DATE
           ELSE
             IF WS-DATE-PARM NOT NUMERIC
               DISPLAY "PRIVRPT: *** USAGE - PRIVRPT [YYYYMMDD] ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-DATE-PARM TO WS-END-DATE
           END-IF.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM READ-PRIVPARM-PARA.
           MOVE FUNCTION INTEGER-OF-DATE (WS-END-DATE) TO WS-END-INT.
           COMPUTE WS-START-INT = WS-END-INT - WS-WINDOW-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER (WS-START-INT)
               TO WS-START-DATE.
           OPEN INPUT READLOG.
           IF NOT RA-LOG-OK
             DISPLAY "PRIVRPT: NO READ-ACCESS LOG ON HAND - NOTHING "
                     "TO REVIEW"
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './privrpt_' DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'PRIVRPT - READ-ACCESS REVIEW (CONFIDENTIAL)'
                TO RP-TITLE.
           MOVE 'OPERATOR DATE     TIME   PROGRAM              KIND EMPI
      -         'D SUBJECT / RECORDS' TO RP-COLHDG.
           MOVE WS-END-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'WINDOW ' DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  ' - BUSINESS HOURS ' DELIMITED BY SIZE
                  WS-START-HOUR DELIMITED BY SIZE
                  ':00 TO ' DELIMITED BY SIZE
                  WS-END-HOUR DELIMITED BY SIZE
                  ':00 MON-FRI, HEAVY OVER ' DELIMITED BY SIZE
                  WS-HEAVY-RECS DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'ACCESS OUTSIDE BUSINESS HOURS' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * READ-PRIVPARM-PARA
      * The thresholds on the infile.parm pattern, field by field.
      * ================================================================
       READ-PRIVPARM-PARA.
           OPEN INPUT PRIVPARM.
           IF WS-PARM-OK
             MOVE ' ' TO WS-PARM-EOF
             READ PRIVPARM INTO PRIVPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             IF WS-PARM-EOF NOT = 'Y'
               IF PP-WINDOW-DAYS NUMERIC AND PP-WINDOW-DAYS > '000'
                 MOVE PP-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
               IF PP-HEAVY-RECS NUMERIC
                 MOVE PP-HEAVY-RECS TO WS-HEAVY-RECS
               END-IF
               IF PP-START-HOUR NUMERIC AND PP-START-HOUR < '24'
                 MOVE PP-START-HOUR TO WS-START-HOUR
               END-IF
               IF PP-END-HOUR NUMERIC AND PP-END-HOUR <= '24'
                 MOVE PP-END-HOUR TO WS-END-HOUR
               END-IF
             END-IF
             CLOSE PRIVPARM
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One pass of the log; entries inside the window are tallied
      * against their operator, and the out-of-hours ones printed
      * as they come.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-LOG-EOF.
           READ READLOG INTO READLOG-REC
                AT END MOVE 'Y' TO WS-LOG-EOF
           END-READ.
           PERFORM UNTIL WS-LOG-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             IF RA-RUN-DATE NUMERIC
                 AND RA-RUN-DATE >= WS-START-DATE
                 AND RA-RUN-DATE <= WS-END-DATE
               ADD 1 TO WS-WINDOW-COUNT
               PERFORM CHECK-HOURS-PARA
               PERFORM TALLY-OPERATOR-PARA
               IF ENTRY-OFF-HOURS
                 ADD 1 TO WS-OFFHRS-COUNT
                 PERFORM REPORT-OFF-HOURS-PARA
               END-IF
             END-IF
             READ READLOG INTO READLOG-REC
                  AT END MOVE 'Y' TO WS-LOG-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-HOURS-PARA
      * ================================================================
       CHECK-HOURS-PARA.
           SET ENTRY-IN-HOURS TO TRUE.
           MOVE FUNCTION INTEGER-OF-DATE (RA-RUN-DATE)
               TO WS-ENTRY-INT.
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-ENTRY-INT - 1, 7).
           MOVE ZERO TO WS-ENTRY-HOUR.
           IF RA-RUN-TIME (1:2) NUMERIC
             MOVE RA-RUN-TIME (1:2) TO WS-ENTRY-HOUR
           END-IF.
           IF WS-WEEKDAY > 4
               OR WS-ENTRY-HOUR < WS-START-HOUR
               OR WS-ENTRY-HOUR >= WS-END-HOUR
             SET ENTRY-OFF-HOURS TO TRUE
           END-IF.

      * ================================================================
      * TALLY-OPERATOR-PARA
      * ================================================================
       TALLY-OPERATOR-PARA.
           MOVE ZERO TO WS-OP-SLOT.
           PERFORM FIND-OPERATOR-PARA
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT-TOT
                  OR WS-OP-SLOT > 0.
           IF WS-OP-SLOT = 0 AND WS-OP-COUNT-TOT < 200
             ADD 1 TO WS-OP-COUNT-TOT
             MOVE WS-OP-COUNT-TOT TO WS-OP-SLOT
             MOVE RA-OPER-ID TO WS-OP-ID (WS-OP-SLOT)
             MOVE ZERO TO WS-OP-ENTRIES (WS-OP-SLOT)
             MOVE ZERO TO WS-OP-RECORDS (WS-OP-SLOT)
             MOVE ZERO TO WS-OP-REPORTS (WS-OP-SLOT)
             MOVE ZERO TO WS-OP-EXTRACTS (WS-OP-SLOT)
             MOVE ZERO TO WS-OP-OFFHRS (WS-OP-SLOT)
           END-IF.
           IF WS-OP-SLOT = 0
             ADD 1 TO WS-OP-OVERFLOW
           ELSE
             ADD 1 TO WS-OP-ENTRIES (WS-OP-SLOT)
             IF RA-RECORDS NUMERIC
               ADD RA-RECORDS TO WS-OP-RECORDS (WS-OP-SLOT)
             END-IF
             IF RA-IS-REPORT
               ADD 1 TO WS-OP-REPORTS (WS-OP-SLOT)
             END-IF
             IF RA-IS-EXTRACT
               ADD 1 TO WS-OP-EXTRACTS (WS-OP-SLOT)
             END-IF
             IF ENTRY-OFF-HOURS
               ADD 1 TO WS-OP-OFFHRS (WS-OP-SLOT)
             END-IF
           END-IF.

      * ================================================================
      * FIND-OPERATOR-PARA
      * ================================================================
       FIND-OPERATOR-PARA.
           IF WS-OP-ID (WS-OP-IDX) = RA-OPER-ID
             MOVE WS-OP-IDX TO WS-OP-SLOT
           END-IF.

      * ================================================================
      * REPORT-OFF-HOURS-PARA
      * ================================================================
       REPORT-OFF-HOURS-PARA.
           MOVE RA-OPER-ID TO WS-SHOW-OPER.
           IF WS-SHOW-OPER = SPACES
             MOVE '(NONE)' TO WS-SHOW-OPER
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-SHOW-OPER TO RP-DETAIL (1:8).
           MOVE RA-RUN-DATE TO RP-DETAIL (10:8).
           MOVE RA-RUN-TIME (1:2) TO RP-DETAIL (19:2).
           MOVE ':' TO RP-DETAIL (21:1).
           MOVE RA-RUN-TIME (3:2) TO RP-DETAIL (22:2).
           MOVE RA-PROGRAM TO RP-DETAIL (26:20).
           MOVE RA-KIND TO RP-DETAIL (47:1).
           IF RA-IS-RECORD
             MOVE RA-EMPID TO RP-DETAIL (52:5)
           ELSE
             MOVE RA-SUBJECT TO RP-DETAIL (58:40)
             MOVE RA-RECORDS TO WS-ENTRIES-ED
             MOVE WS-ENTRIES-ED TO RP-DETAIL (99:9)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE READLOG.
           IF WS-OFFHRS-COUNT = ZERO
             MOVE '  NONE' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'BY OPERATOR' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'OPERATOR' TO RP-DETAIL (1:8).
           MOVE 'ENTRIES' TO RP-DETAIL (13:7).
           MOVE 'RECORDS' TO RP-DETAIL (25:7).
           MOVE 'REPORTS' TO RP-DETAIL (33:7).
           MOVE 'EXTRACTS' TO RP-DETAIL (41:8).
           MOVE 'OFF-HRS' TO RP-DETAIL (50:7).
           MOVE 'FLAG' TO RP-DETAIL (59:4).
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM REPORT-ONE-OPERATOR-PARA
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT-TOT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-WINDOW-COUNT DELIMITED BY SIZE
                  ' ACCESS(ES) IN THE WINDOW BY ' DELIMITED BY SIZE
                  WS-OP-COUNT-TOT DELIMITED BY SIZE
                  ' OPERATOR(S), ' DELIMITED BY SIZE
                  WS-OFFHRS-COUNT DELIMITED BY SIZE
                  ' OUT OF HOURS, ' DELIMITED BY SIZE
                  WS-FLAG-COUNT DELIMITED BY SIZE
                  ' OPERATOR(S) FLAGGED' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-OP-OVERFLOW > 0
             MOVE SPACES TO RP-DETAIL
             STRING WS-OP-OVERFLOW DELIMITED BY SIZE
                    ' ACCESS(ES) NOT TALLIED - OVER 200 OPERATORS'
                    DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           SET RP-CONFIDENTIAL TO TRUE.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "PRIVRPT: " WS-READ-COUNT " LOG ENTRY(S) READ, "
                   WS-WINDOW-COUNT " IN THE WINDOW, "
                   WS-FLAG-COUNT " OPERATOR(S) FLAGGED".
           IF WS-FLAG-COUNT > 0
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'RDACCESS' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING WS-FLAG-COUNT DELIMITED BY SIZE
                    ' OPERATOR(S) WITH HEAVY OR OUT-OF-HOURS ACCESS'
                    DELIMITED BY SIZE
                    INTO WS-ALERT-MSG
             END-STRING
             PERFORM WRITE-ALERT-PARA
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * REPORT-ONE-OPERATOR-PARA
      * ================================================================
       REPORT-ONE-OPERATOR-PARA.
           MOVE WS-OP-ID (WS-OP-IDX) TO WS-SHOW-OPER.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-SHOW-OPER = SPACES
             MOVE '(NONE)' TO WS-SHOW-OPER
             MOVE 'NO SIGN-ON' TO WS-FLAG-TEXT
           END-IF.
           IF WS-OP-RECORDS (WS-OP-IDX) > WS-HEAVY-RECS
             IF WS-FLAG-TEXT = SPACES
               MOVE 'HEAVY' TO WS-FLAG-TEXT
             ELSE
               MOVE 'NO SIGN-ON HEAVY' TO WS-FLAG-TEXT
             END-IF
           END-IF.
           IF WS-OP-OFFHRS (WS-OP-IDX) > 0
             IF WS-FLAG-TEXT = SPACES
               MOVE 'OFF-HOURS' TO WS-FLAG-TEXT
             ELSE
               STRING FUNCTION TRIM (WS-FLAG-TEXT) DELIMITED BY SIZE
                      ' OFF-HRS' DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT
               END-STRING
             END-IF
           END-IF.
           IF WS-FLAG-TEXT NOT = SPACES
             ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-SHOW-OPER TO RP-DETAIL (1:8).
           MOVE WS-OP-ENTRIES (WS-OP-IDX) TO WS-ENTRIES-ED.
           MOVE WS-ENTRIES-ED TO RP-DETAIL (11:9).
           MOVE WS-OP-RECORDS (WS-OP-IDX) TO WS-RECORDS-ED.
           MOVE WS-RECORDS-ED TO RP-DETAIL (21:11).
           MOVE WS-OP-REPORTS (WS-OP-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (34:6).
           MOVE WS-OP-EXTRACTS (WS-OP-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (43:6).
           MOVE WS-OP-OFFHRS (WS-OP-IDX) TO WS-OFFHRS-ED.
           MOVE WS-OFFHRS-ED TO RP-DETAIL (51:6).
           MOVE WS-FLAG-TEXT TO RP-DETAIL (59:20).
           PERFORM WRITE-REPORT-LINE-PARA.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
