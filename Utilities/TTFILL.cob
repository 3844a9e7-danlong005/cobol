      *================================================================
      * TTFILL
      * Time-to-fill report per department, off the requisition file
      * (./reqmstr.dat, maintained by REQMAINT) and the candidate
      * file behind it (./candmstr.dat, maintained by CANDMNT).
      * One line per filled requisition: days from opening to the
      * accepted offer and to the hire's start date, how many
      * candidates were considered and how many offers were turned
      * down on the way.  A requisition filled by REQMAINT directly
      * has no candidate history and shows its start days only.
      * Per-department totals at the end give filled count and the
      * average, shortest and longest days to start, next to the
      * count and average age of requisitions still open.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTFILL.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT REQMSTR ASSIGN TO './reqmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RQ-NUMBER OF REQMSTR-REC
              FILE STATUS IS WS-REQ-STATUS.
      *
              SELECT CANDMSTR ASSIGN TO './candmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-KEY OF CANDMSTR-REC
              FILE STATUS IS WS-CAND-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD REQMSTR.
           01 REQMSTR-REC.
              COPY "REQ-REC.cob".
      *
           FD CANDMSTR.
           01 CANDMSTR-REC.
              COPY "CAND-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-REQ-EOF      PIC        A(1).
           01 WS-CAND-EOF     PIC        A(1).
           01 WS-REQ-STATUS   PIC        X(2).
              88 WS-REQ-OK           VALUE '00'.
           01 WS-CAND-STATUS  PIC        X(2).
              88 WS-CAND-OK          VALUE '00'.
      *
           01 WS-CAND-SW      PIC        X(1).
              88 CAND-AVAILABLE      VALUE 'Y'.
              88 CAND-UNAVAILABLE    VALUE 'N'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'TTFILL'.
      *
           01 WS-READ-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-FILLED-COUNT PIC        9(5) VALUE ZERO.
           01 WS-OPEN-COUNT   PIC        9(5) VALUE ZERO.
      *
           01 WS-TODAY-INT    PIC       S9(9).
           01 WS-OPEN-INT     PIC       S9(9).
           01 WS-THRU-INT     PIC       S9(9).
           01 WS-FILL-DAYS    PIC       S9(5).
           01 WS-ACCEPT-DAYS  PIC       S9(5).
           01 WS-AGE-DAYS     PIC       S9(5).
           01 WS-DAYS-ED      PIC       ZZZZ9.
           01 WS-AVG-ED       PIC    ZZZZ9.9.
      *
      * Candidate history of the requisition being reported.
           01 WS-CAND-COUNT   PIC        9(3).
           01 WS-DECLINE-COUNT PIC       9(3).
           01 WS-ACCEPT-DATE  PIC        9(8).
           01 WS-COUNT-ED     PIC         ZZ9.
      *
      * Filled and open figures per department.
           01 WS-DEPT-TBL.
              05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                 10 WS-DEPT-CODE      PIC  X(4).
                 10 WS-DEPT-FILLED    PIC  9(5).
                 10 WS-DEPT-FILL-DAYS PIC  9(7).
                 10 WS-DEPT-FILL-MIN  PIC  9(5).
                 10 WS-DEPT-FILL-MAX  PIC  9(5).
                 10 WS-DEPT-OPEN      PIC  9(5).
                 10 WS-DEPT-OPEN-DAYS PIC  9(7).
           01 WS-DEPT-COUNT-TOT PIC      9(2) VALUE ZERO.
           01 WS-DEPT-IDX     PIC        9(2) VALUE ZERO.
           01 WS-DEPT-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-DEPT-AVG     PIC     9(5)V9.
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
           OPEN INPUT REQMSTR.
           IF NOT WS-REQ-OK
             DISPLAY "TTFILL: *** NO REQUISITION FILE - RUN "
                     "REQMAINT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CANDMSTR.
           IF WS-CAND-OK
             SET CAND-AVAILABLE TO TRUE
           ELSE
             SET CAND-UNAVAILABLE TO TRUE
             DISPLAY "TTFILL: NO CANDIDATE FILE - START DAYS ONLY"
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(FUNCTION CURRENT-DATE (1:8)))
               TO WS-TODAY-INT.
           MOVE SPACES TO RP-FNAME.
           STRING './ttfill_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'TTFILL - TIME TO FILL BY DEPARTMENT' TO RP-TITLE.
           MOVE SPACES TO RP-COLHDG.
           STRING 'REQ   DEPT OPENED   FILLED   EMPID '
                      DELIMITED BY SIZE
                  'ACCEPT-DAYS START-DAYS CANDS DECLINED'
                      DELIMITED BY SIZE
                  INTO RP-COLHDG
           END-STRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-REQ-EOF.
           READ REQMSTR INTO REQMSTR-REC
                AT END MOVE 'Y' TO WS-REQ-EOF
           END-READ.
           PERFORM UNTIL WS-REQ-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             EVALUATE TRUE
               WHEN RQ-IS-FILLED OF REQMSTR-REC
                 PERFORM REPORT-ONE-FILL-PARA
               WHEN RQ-IS-OPEN OF REQMSTR-REC
                 PERFORM TALLY-ONE-OPEN-PARA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             READ REQMSTR INTO REQMSTR-REC
                  AT END MOVE 'Y' TO WS-REQ-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * REPORT-ONE-FILL-PARA
      * ================================================================
       REPORT-ONE-FILL-PARA.
           ADD 1 TO WS-FILLED-COUNT.
           PERFORM SCAN-CANDIDATES-PARA.
           MOVE ZERO TO WS-OPEN-INT.
           IF RQ-OPEN-DATE OF REQMSTR-REC NUMERIC
               AND RQ-OPEN-DATE OF REQMSTR-REC NOT = ZERO
             MOVE FUNCTION INTEGER-OF-DATE
                 (RQ-OPEN-DATE OF REQMSTR-REC) TO WS-OPEN-INT
           END-IF.
           MOVE ZERO TO WS-FILL-DAYS.
           IF WS-OPEN-INT NOT = ZERO
               AND RQ-FILLED-DATE OF REQMSTR-REC NUMERIC
               AND RQ-FILLED-DATE OF REQMSTR-REC NOT = ZERO
             MOVE FUNCTION INTEGER-OF-DATE
                 (RQ-FILLED-DATE OF REQMSTR-REC) TO WS-THRU-INT
             COMPUTE WS-FILL-DAYS = WS-THRU-INT - WS-OPEN-INT
           END-IF.
           IF WS-FILL-DAYS < ZERO
             MOVE ZERO TO WS-FILL-DAYS
           END-IF.
           MOVE ZERO TO WS-ACCEPT-DAYS.
           IF WS-OPEN-INT NOT = ZERO AND WS-ACCEPT-DATE NOT = ZERO
             MOVE FUNCTION INTEGER-OF-DATE (WS-ACCEPT-DATE)
                  TO WS-THRU-INT
             COMPUTE WS-ACCEPT-DAYS = WS-THRU-INT - WS-OPEN-INT
           END-IF.
           IF WS-ACCEPT-DAYS < ZERO
             MOVE ZERO TO WS-ACCEPT-DAYS
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           MOVE RQ-NUMBER OF REQMSTR-REC TO RP-DETAIL (1:5).
           MOVE RQ-DEPT OF REQMSTR-REC TO RP-DETAIL (7:4).
           MOVE RQ-OPEN-DATE OF REQMSTR-REC TO RP-DETAIL (12:8).
           MOVE RQ-FILLED-DATE OF REQMSTR-REC TO RP-DETAIL (21:8).
           MOVE RQ-FILLED-EMPID OF REQMSTR-REC TO RP-DETAIL (30:5).
           IF WS-ACCEPT-DATE NOT = ZERO
             MOVE WS-ACCEPT-DAYS TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (38:5)
           ELSE
             MOVE 'N/A' TO RP-DETAIL (40:3)
           END-IF.
           MOVE WS-FILL-DAYS TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO RP-DETAIL (48:5).
           MOVE WS-CAND-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (56:3).
           MOVE WS-DECLINE-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (63:3).
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM LOCATE-DEPT-PARA.
           IF WS-DEPT-SLOT > 0
             IF WS-DEPT-FILLED (WS-DEPT-SLOT) = ZERO
                 OR WS-FILL-DAYS < WS-DEPT-FILL-MIN (WS-DEPT-SLOT)
               MOVE WS-FILL-DAYS TO WS-DEPT-FILL-MIN (WS-DEPT-SLOT)
             END-IF
             IF WS-FILL-DAYS > WS-DEPT-FILL-MAX (WS-DEPT-SLOT)
               MOVE WS-FILL-DAYS TO WS-DEPT-FILL-MAX (WS-DEPT-SLOT)
             END-IF
             ADD 1 TO WS-DEPT-FILLED (WS-DEPT-SLOT)
             ADD WS-FILL-DAYS TO WS-DEPT-FILL-DAYS (WS-DEPT-SLOT)
           END-IF.

      * ================================================================
      * SCAN-CANDIDATES-PARA
      * Candidates considered, offers declined and the date the
      * winning offer was accepted, for the current requisition.
      * ================================================================
       SCAN-CANDIDATES-PARA.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE ZERO TO WS-DECLINE-COUNT.
           MOVE ZERO TO WS-ACCEPT-DATE.
           IF CAND-UNAVAILABLE
             MOVE 'Y' TO WS-CAND-EOF
           ELSE
             MOVE ' ' TO WS-CAND-EOF
             MOVE RQ-NUMBER OF REQMSTR-REC
                  TO CD-REQ-NUMBER OF CANDMSTR-REC
             MOVE ZERO TO CD-SEQ OF CANDMSTR-REC
             START CANDMSTR
                 KEY IS NOT LESS THAN CD-KEY OF CANDMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-CAND-EOF
             END-START
           END-IF.
           PERFORM UNTIL WS-CAND-EOF = 'Y'
             READ CANDMSTR NEXT RECORD
                 AT END MOVE 'Y' TO WS-CAND-EOF
             END-READ
             IF WS-CAND-EOF NOT = 'Y'
               IF CD-REQ-NUMBER OF CANDMSTR-REC
                   NOT = RQ-NUMBER OF REQMSTR-REC
                 MOVE 'Y' TO WS-CAND-EOF
               ELSE
                 ADD 1 TO WS-CAND-COUNT
                 IF CD-IS-DECLINED OF CANDMSTR-REC
                     AND CD-OFFER-DATE OF CANDMSTR-REC NOT = ZERO
                   ADD 1 TO WS-DECLINE-COUNT
                 END-IF
                 IF CD-IS-ACCEPTED OF CANDMSTR-REC
                     AND CD-EMPID OF CANDMSTR-REC
                       = RQ-FILLED-EMPID OF REQMSTR-REC
                   MOVE CD-DECISION-DATE OF CANDMSTR-REC
                        TO WS-ACCEPT-DATE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      * ================================================================
      * TALLY-ONE-OPEN-PARA
      * ================================================================
       TALLY-ONE-OPEN-PARA.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF RQ-OPEN-DATE OF REQMSTR-REC NUMERIC
               AND RQ-OPEN-DATE OF REQMSTR-REC NOT = ZERO
             MOVE FUNCTION INTEGER-OF-DATE
                 (RQ-OPEN-DATE OF REQMSTR-REC) TO WS-OPEN-INT
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPEN-INT
           END-IF.
           IF WS-AGE-DAYS < ZERO
             MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           PERFORM LOCATE-DEPT-PARA.
           IF WS-DEPT-SLOT > 0
             ADD 1 TO WS-DEPT-OPEN (WS-DEPT-SLOT)
             ADD WS-AGE-DAYS TO WS-DEPT-OPEN-DAYS (WS-DEPT-SLOT)
           END-IF.

      * ================================================================
      * LOCATE-DEPT-PARA
      * ================================================================
       LOCATE-DEPT-PARA.
           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM FIND-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-TOT
                  OR WS-DEPT-SLOT > 0.
           IF WS-DEPT-SLOT = 0 AND WS-DEPT-COUNT-TOT < 50
             ADD 1 TO WS-DEPT-COUNT-TOT
             MOVE WS-DEPT-COUNT-TOT TO WS-DEPT-SLOT
             MOVE RQ-DEPT OF REQMSTR-REC
                  TO WS-DEPT-CODE (WS-DEPT-SLOT)
             MOVE ZERO TO WS-DEPT-FILLED (WS-DEPT-SLOT)
                          WS-DEPT-FILL-DAYS (WS-DEPT-SLOT)
                          WS-DEPT-FILL-MIN (WS-DEPT-SLOT)
                          WS-DEPT-FILL-MAX (WS-DEPT-SLOT)
                          WS-DEPT-OPEN (WS-DEPT-SLOT)
                          WS-DEPT-OPEN-DAYS (WS-DEPT-SLOT)
           END-IF.

      * ================================================================
      * FIND-DEPT-PARA
      * ================================================================
       FIND-DEPT-PARA.
           IF WS-DEPT-CODE (WS-DEPT-IDX) = RQ-DEPT OF REQMSTR-REC
             MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM REPORT-ONE-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-TOT.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-FILLED-COUNT DELIMITED BY SIZE
                  ' FILLED, ' DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  ' OPEN REQUISITION(S) OF ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' ON FILE' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE REQMSTR.
           IF CAND-AVAILABLE
             CLOSE CANDMSTR
           END-IF.
           DISPLAY "TTFILL: " WS-FILLED-COUNT " FILLED, "
                   WS-OPEN-COUNT " OPEN OF " WS-READ-COUNT " ON FILE".
           IF WS-READ-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * REPORT-ONE-DEPT-PARA
      * ================================================================
       REPORT-ONE-DEPT-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE 'DEPARTMENT' TO RP-DETAIL (1:10).
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO RP-DETAIL (12:4).
           MOVE 'FILLED' TO RP-DETAIL (18:6).
           MOVE WS-DEPT-FILLED (WS-DEPT-IDX) TO RP-DETAIL (25:5).
           IF WS-DEPT-FILLED (WS-DEPT-IDX) > ZERO
             COMPUTE WS-DEPT-AVG ROUNDED =
                 WS-DEPT-FILL-DAYS (WS-DEPT-IDX)
                   / WS-DEPT-FILLED (WS-DEPT-IDX)
             MOVE WS-DEPT-AVG TO WS-AVG-ED
             MOVE 'AVG' TO RP-DETAIL (32:3)
             MOVE WS-AVG-ED TO RP-DETAIL (36:7)
             MOVE 'MIN' TO RP-DETAIL (45:3)
             MOVE WS-DEPT-FILL-MIN (WS-DEPT-IDX) TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (49:5)
             MOVE 'MAX' TO RP-DETAIL (56:3)
             MOVE WS-DEPT-FILL-MAX (WS-DEPT-IDX) TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (60:5)
           END-IF.
           MOVE 'OPEN' TO RP-DETAIL (68:4).
           MOVE WS-DEPT-OPEN (WS-DEPT-IDX) TO RP-DETAIL (73:5).
           IF WS-DEPT-OPEN (WS-DEPT-IDX) > ZERO
             COMPUTE WS-DEPT-AVG ROUNDED =
                 WS-DEPT-OPEN-DAYS (WS-DEPT-IDX)
                   / WS-DEPT-OPEN (WS-DEPT-IDX)
             MOVE WS-DEPT-AVG TO WS-AVG-ED
             MOVE 'AVG AGE' TO RP-DETAIL (80:7)
             MOVE WS-AVG-ED TO RP-DETAIL (88:7)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
