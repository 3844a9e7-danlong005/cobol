      *================================================================
      * SUCCRISK
      * Succession-risk report for the key positions on the
      * succession-plan file (./succmstr.dat, copybooks/
      * SUCC-REC.cob, maintained by SUCCMNT).  RETIRPT says who can
      * retire; this run says whether anyone is ready to step in.
      * Each position is listed with its incumbent and slate, and
      * flagged where the plan has a hole:
      *
      *    - the incumbent becomes eligible to retire within the
      *      lookahead (first command-line token in months, 024 -
      *      RETIRPT's window - by default) under RETIRPT's rules
      *      (./retirrule.parm or the standing doors, rehire
      *      service bridged the way RETIRPT bridges it), or has
      *      already left, and no successor is a qualified ready-now
      *      candidate - the position is AT RISK;
      *    - a successor has since terminated or retired, or is no
      *      longer on the employee master;
      *    - a successor is missing, or holds a lapsed card for, a
      *      certification the position requires - the codes named
      *      on the plan or, with none named, the safety-critical
      *      certifications (CERTEXP's ./skillref.dta flag) the
      *      incumbent holds on ./skillmstr.dat.
      *
      * A ready-now successor only counts when they are still here
      * and hold every required certification.  Part of the
      * month-end pack (RPTPACK).  Output ./succrisk_YYYYMMDD.rpt;
      * RC 4 when any position is at risk or any successor is
      * flagged, 8 when the plan file cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCRISK.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SUCCMSTR ASSIGN TO './succmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SP-KEY OF SUCCMSTR-REC
              FILE STATUS IS WS-SUCC-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SKILLMSTR ASSIGN TO './skillmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SKL-KEY OF SKILLMSTR-REC
              FILE STATUS IS WS-SKL-STATUS.
      *
              SELECT SKILLREF ASSIGN TO './skillref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SKILLREF-STATUS.
      *
              SELECT TITLEREF ASSIGN TO './titleref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TITLEREF-STATUS.
      *
              SELECT RULEFILE ASSIGN TO './retirrule.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-EMPID
              FILE STATUS IS SB-HIST-STATUS.
      *
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
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
           FD SUCCMSTR.
           01 SUCCMSTR-REC.
              COPY "SUCC-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD SKILLMSTR.
           01 SKILLMSTR-REC.
              COPY "SKILL-REC.cob".
      *
           FD SKILLREF.
           01 SKILLREF-REC.
              COPY "SKILLREF-REC.cob".
      *
           FD TITLEREF.
           01 TITLEREF-REC.
              COPY "TITLEREF-REC.cob".
      *
           FD RULEFILE.
           01 RULEFILE-REC.
              05 RF-NAME      PIC       X(12).
              05 FILLER       PIC        X(1).
              05 RF-MIN-AGE   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 RF-MIN-SVC   PIC        9(3).
              05 FILLER       PIC        X(1).
              05 RF-MIN-POINTS PIC       9(3).
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
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
           01 WS-SUCC-EOF     PIC        A(1).
           01 WS-SKL-EOF      PIC        A(1).
           01 WS-REF-EOF      PIC        A(1).
           01 WS-RULE-EOF     PIC        A(1).
           01 WS-SUCC-STATUS  PIC        X(2).
              88 WS-SUCC-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-SKL-STATUS   PIC        X(2).
              88 WS-SKL-OK           VALUE '00'.
           01 WS-SKILLREF-STATUS PIC     X(2).
              88 WS-SKILLREF-OK      VALUE '00'.
           01 WS-TITLEREF-STATUS PIC     X(2).
              88 WS-TITLEREF-OK      VALUE '00'.
           01 WS-RULE-STATUS  PIC        X(2).
              88 WS-RULE-OK          VALUE '00'.
           01 WS-SKL-SW       PIC        X(1).
              88 SKILLS-AVAILABLE    VALUE 'Y'.
              88 SKILLS-UNAVAILABLE  VALUE 'N'.
      *
           01 WS-MONTHS-PARM  PIC        X(3).
      * How many months ahead of eligibility an incumbent counts -
      * RETIRPT's lookahead unless the command line says otherwise.
           01 WS-LOOKAHEAD-MONTHS  PIC    9(3) VALUE 024.
      *
      * The plan's eligibility rules, from ./retirrule.parm or the
      * built-in doors - the same table RETIRPT loads.
           01 WS-RULE-TBL.
              05 WS-RULE-ENTRY OCCURS 10 TIMES.
                 10 WS-RULE-NAME      PIC X(12).
                 10 WS-RULE-MIN-AGE   PIC  9(3).
                 10 WS-RULE-MIN-SVC   PIC  9(3).
                 10 WS-RULE-MIN-PTS   PIC  9(3).
           01 WS-RULE-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-RULE-IDX     PIC        9(2) VALUE ZERO.
      *
      * The skill reference table, for names and the safety flag,
      * and the title names.
           01 WS-REF-TBL.
              05 WS-REF-ENTRY OCCURS 50 TIMES.
                 10 WS-REF-CODE       PIC  X(4).
                 10 WS-REF-NAME       PIC X(30).
                 10 WS-REF-SAFETY     PIC  X(1).
           01 WS-REF-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-REF-IDX      PIC        9(2) VALUE ZERO.
           01 WS-REF-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-FIND-SKILL   PIC        X(4).
           01 WS-TITLE-TBL.
              05 WS-TITLE-ENTRY OCCURS 50 TIMES.
                 10 WS-TITLE-CODE     PIC  X(4).
                 10 WS-TITLE-NAME     PIC X(30).
           01 WS-TITLE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-TITLE-IDX    PIC        9(2) VALUE ZERO.
      *
           01 WS-TODAY.
              05 WS-TODAY-Y   PIC        9(4).
              05 WS-TODAY-M   PIC        9(2).
              05 WS-TODAY-D   PIC        9(2).
           01 WS-TODAY-N REDEFINES WS-TODAY PIC 9(8).
           01 WS-TODAY-YM-TOTAL    PIC   S9(7).
      *
      * Current completed years, from the shared age calculation.
           01 WS-CUR-AGE      PIC        9(3).
           01 WS-CUR-SVC      PIC        9(3).
      *
      * Working fields for the per-rule eligibility month - the
      * latest of the rule's age, service, and points thresholds -
      * and the earliest rule across the plan.
           01 WS-RULE-YM-TOTAL     PIC   S9(7).
           01 WS-PART-YM-TOTAL     PIC   S9(7).
           01 WS-POINTS-DEFICIT    PIC   S9(4).
           01 WS-BEST-YM-TOTAL     PIC   S9(7).
           01 WS-BEST-RULE-NAME    PIC   X(12).
           01 WS-MONTHS-AWAY       PIC   S9(7).
           01 WS-YM-YEAR           PIC    9(4).
           01 WS-YM-MONTH          PIC    9(2).
      *
      * The position in hand.
           01 WS-INCUMBENT-SW PIC        X(1).
              88 INCUMBENT-IN-POST   VALUE 'P'.
              88 INCUMBENT-ELIGIBLE  VALUE 'E'.
              88 INCUMBENT-GONE      VALUE 'G'.
           01 WS-READY-NOW-COUNT PIC     9(1).
           01 WS-POS-FLAG-COUNT  PIC     9(3).
           01 WS-SLOT-IDX     PIC        9(1).
      *
      * The certifications the position requires - the two named
      * on the plan, or the incumbent's safety-critical ones.
           01 WS-REQ-TBL.
              05 WS-REQ-CODE  PIC X(4) OCCURS 10 TIMES.
           01 WS-REQ-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-REQ-IDX      PIC        9(2) VALUE ZERO.
           01 WS-REQ-SOURCE   PIC        X(1).
              88 REQ-FROM-PLAN       VALUE 'P'.
              88 REQ-FROM-INCUMBENT  VALUE 'I'.
           01 WS-CERT-GAP-SW  PIC        X(1).
              88 SUCCESSOR-HAS-GAP   VALUE 'Y'.
           01 WS-CERT-STATE   PIC        X(1).
              88 CERT-IS-HELD        VALUE 'H'.
              88 CERT-IS-MISSING     VALUE 'M'.
              88 CERT-IS-LAPSED      VALUE 'L'.
      *
           01 WS-POSITION-COUNT  PIC     9(5) VALUE ZERO.
           01 WS-ELIGIBLE-COUNT  PIC     9(5) VALUE ZERO.
           01 WS-GONE-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-AT-RISK-COUNT   PIC     9(5) VALUE ZERO.
           01 WS-SUCC-GONE-COUNT PIC     9(5) VALUE ZERO.
           01 WS-CERT-GAP-COUNT  PIC     9(5) VALUE ZERO.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'SUCCRISK'.
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
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
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
           ACCEPT WS-MONTHS-PARM FROM COMMAND-LINE.
           IF WS-MONTHS-PARM NUMERIC AND WS-MONTHS-PARM NOT = ZERO
             MOVE WS-MONTHS-PARM TO WS-LOOKAHEAD-MONTHS
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-YM-TOTAL = WS-TODAY-Y * 12 + WS-TODAY-M.
           OPEN INPUT SUCCMSTR.
           IF NOT WS-SUCC-OK
             DISPLAY "SUCCRISK: *** NO SUCCESSION FILE - RUN SUCCMNT "
                     "FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "SUCCRISK: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE SUCCMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT SKILLMSTR.
           IF WS-SKL-OK
             SET SKILLS-AVAILABLE TO TRUE
           ELSE
             SET SKILLS-UNAVAILABLE TO TRUE
             DISPLAY "SUCCRISK: NO SKILLS FILE - CERTIFICATION "
                     "CHECK SKIPPED"
           END-IF.
           PERFORM OPEN-BRIDGE-PARA.
           PERFORM LOAD-RULES-PARA.
           PERFORM LOAD-SKILLREF-PARA.
           PERFORM LOAD-TITLEREF-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './succrisk_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'SUCCRISK - SUCCESSION RISK FOR KEY POSITIONS'
                TO RP-TITLE.
           MOVE 'POSITION  TITLE' TO RP-COLHDG (1:15).
           MOVE 'INCUMBENT / SUCCESSORS' TO RP-COLHDG (42:22).
           MOVE 'READINESS / FLAGS' TO RP-COLHDG (69:17).
           MOVE WS-TODAY-N TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'LOOKAHEAD MONTHS: ' DELIMITED BY SIZE
                  WS-LOOKAHEAD-MONTHS DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM SHOW-ONE-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

      * ================================================================
      * LOAD-RULES-PARA
      * The same doors RETIRPT loads - file first, built-ins when
      * no file is on hand.
      * ================================================================
       LOAD-RULES-PARA.
           OPEN INPUT RULEFILE.
           IF WS-RULE-OK
             MOVE ' ' TO WS-RULE-EOF
             READ RULEFILE INTO RULEFILE-REC
                  AT END MOVE 'Y' TO WS-RULE-EOF
             END-READ
             PERFORM UNTIL WS-RULE-EOF = 'Y'
                 OR WS-RULE-COUNT >= 10
               IF RULEFILE-REC (1:1) NOT = '*'
                   AND RF-NAME NOT = SPACES
                 ADD 1 TO WS-RULE-COUNT
                 MOVE RF-NAME TO WS-RULE-NAME (WS-RULE-COUNT)
                 MOVE RF-MIN-AGE
                      TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
                 MOVE RF-MIN-SVC
                      TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
                 MOVE RF-MIN-POINTS
                      TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
               END-IF
               READ RULEFILE INTO RULEFILE-REC
                    AT END MOVE 'Y' TO WS-RULE-EOF
               END-READ
             END-PERFORM
             CLOSE RULEFILE
           END-IF.
           IF WS-RULE-COUNT = ZERO
             ADD 1 TO WS-RULE-COUNT
             MOVE 'AGE 65' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE 065 TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
             ADD 1 TO WS-RULE-COUNT
             MOVE '55 AND 30' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE 055 TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE 030 TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
             ADD 1 TO WS-RULE-COUNT
             MOVE 'RULE OF 85' TO WS-RULE-NAME (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-AGE (WS-RULE-COUNT)
             MOVE ZERO TO WS-RULE-MIN-SVC (WS-RULE-COUNT)
             MOVE 085 TO WS-RULE-MIN-PTS (WS-RULE-COUNT)
           END-IF.

      * ================================================================
      * SHOW-ONE-RULE-PARA
      * ================================================================
       SHOW-ONE-RULE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'RULE ' DELIMITED BY SIZE
                  WS-RULE-NAME (WS-RULE-IDX) DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  WS-RULE-MIN-AGE (WS-RULE-IDX) DELIMITED BY SIZE
                  ' SVC ' DELIMITED BY SIZE
                  WS-RULE-MIN-SVC (WS-RULE-IDX) DELIMITED BY SIZE
                  ' PTS ' DELIMITED BY SIZE
                  WS-RULE-MIN-PTS (WS-RULE-IDX) DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LOAD-SKILLREF-PARA
      * ================================================================
       LOAD-SKILLREF-PARA.
           OPEN INPUT SKILLREF.
           IF WS-SKILLREF-OK
             MOVE ' ' TO WS-REF-EOF
             READ SKILLREF INTO SKILLREF-REC
                  AT END MOVE 'Y' TO WS-REF-EOF
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-REF-COUNT >= 50
               IF SKILL-CODE NOT = SPACES
                 ADD 1 TO WS-REF-COUNT
                 MOVE SKILL-CODE TO WS-REF-CODE (WS-REF-COUNT)
                 MOVE SKILL-NAME TO WS-REF-NAME (WS-REF-COUNT)
                 MOVE SKILL-SAFETY
                      TO WS-REF-SAFETY (WS-REF-COUNT)
               END-IF
               READ SKILLREF INTO SKILLREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE SKILLREF
           END-IF.

      * ================================================================
      * LOAD-TITLEREF-PARA
      * ================================================================
       LOAD-TITLEREF-PARA.
           OPEN INPUT TITLEREF.
           IF WS-TITLEREF-OK
             MOVE ' ' TO WS-REF-EOF
             READ TITLEREF INTO TITLEREF-REC
                  AT END MOVE 'Y' TO WS-REF-EOF
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-TITLE-COUNT >= 50
               ADD 1 TO WS-TITLE-COUNT
               MOVE TTL-CODE TO WS-TITLE-CODE (WS-TITLE-COUNT)
               MOVE TTL-NAME TO WS-TITLE-NAME (WS-TITLE-COUNT)
               READ TITLEREF INTO TITLEREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE TITLEREF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-SUCC-EOF.
           READ SUCCMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-SUCC-EOF
           END-READ.
           PERFORM UNTIL WS-SUCC-EOF = 'Y'
             ADD 1 TO WS-POSITION-COUNT
             PERFORM REPORT-ONE-POSITION-PARA
             READ SUCCMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-SUCC-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * REPORT-ONE-POSITION-PARA
      * The position line, the requirement, each successor, and
      * the verdict.
      * ================================================================
       REPORT-ONE-POSITION-PARA.
           MOVE ZERO TO WS-READY-NOW-COUNT.
           MOVE ZERO TO WS-POS-FLAG-COUNT.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SP-DEPT OF SUCCMSTR-REC TO RP-DETAIL (1:4).
           MOVE '/' TO RP-DETAIL (5:1).
           MOVE SP-TITLE OF SUCCMSTR-REC TO RP-DETAIL (6:4).
           PERFORM FIND-TITLE-PARA
               VARYING WS-TITLE-IDX FROM 1 BY 1
               UNTIL WS-TITLE-IDX > WS-TITLE-COUNT.
           MOVE SP-INCUMBENT OF SUCCMSTR-REC TO RP-DETAIL (42:5).
           PERFORM CHECK-INCUMBENT-PARA.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM BUILD-REQUIREMENT-PARA.
           PERFORM CHECK-ONE-SUCCESSOR-PARA
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3.
           IF (INCUMBENT-ELIGIBLE OR INCUMBENT-GONE)
               AND WS-READY-NOW-COUNT = ZERO
             ADD 1 TO WS-AT-RISK-COUNT
             MOVE SPACES TO RP-DETAIL
             MOVE '*** AT RISK - NO READY-NOW SUCCESSOR ***'
                  TO RP-DETAIL (42:40)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * FIND-TITLE-PARA
      * ================================================================
       FIND-TITLE-PARA.
           IF WS-TITLE-CODE (WS-TITLE-IDX) = SP-TITLE OF SUCCMSTR-REC
             MOVE WS-TITLE-NAME (WS-TITLE-IDX) TO RP-DETAIL (11:30)
           END-IF.

      * ================================================================
      * CHECK-INCUMBENT-PARA
      * An incumbent still in post is tested against the plan's
      * retirement doors; one who has left leaves the position to
      * the slate.
      * ================================================================
       CHECK-INCUMBENT-PARA.
           SET INCUMBENT-IN-POST TO TRUE.
           MOVE SP-INCUMBENT OF SUCCMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET INCUMBENT-GONE TO TRUE
                 MOVE 'NOT ON EMPLOYEE MASTER' TO RP-DETAIL (48:22)
           END-READ.
           IF NOT INCUMBENT-GONE
             MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (48:20)
             IF EMP-TERMINATED OF EMPLOYEE-FILE
                 OR EMP-RETIRED OF EMPLOYEE-FILE
               SET INCUMBENT-GONE TO TRUE
               MOVE EMPSTDT OF EMPLOYEE-FILE TO WS-DATE-ED
               IF EMP-TERMINATED OF EMPLOYEE-FILE
                 MOVE 'TERMINATED' TO RP-DETAIL (69:10)
               ELSE
                 MOVE 'RETIRED' TO RP-DETAIL (69:7)
               END-IF
               MOVE WS-DATE-ED TO RP-DETAIL (80:10)
               MOVE '- POST VACANT' TO RP-DETAIL (91:13)
             ELSE
               PERFORM CHECK-RETIREMENT-PARA
             END-IF
           END-IF.
           IF INCUMBENT-GONE
             ADD 1 TO WS-GONE-COUNT
           END-IF.

      * ================================================================
      * CHECK-RETIREMENT-PARA
      * RETIRPT's test: the earliest month any plan rule fires for
      * the incumbent, flagged when it falls inside the lookahead.
      * ================================================================
       CHECK-RETIREMENT-PARA.
           MOVE EMPDOBM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPDOBD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPDOBY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-EXCEPTION
             MOVE ZERO TO WS-CUR-AGE
           ELSE
             MOVE CA-AGE TO WS-CUR-AGE
           END-IF.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPHDTD OF EMPLOYEE-FILE TO CA-DAY.
           MOVE EMPHDTY OF EMPLOYEE-FILE TO CA-YEAR.
           PERFORM CALCULATE-AGE-PARA.
           IF CA-AGE-IS-EXCEPTION
             MOVE ZERO TO WS-CUR-SVC
           ELSE
             MOVE CA-AGE TO WS-CUR-SVC
           END-IF.
           MOVE EMPID OF EMPLOYEE-FILE TO SB-EMPID.
           MOVE EMPHDTY OF EMPLOYEE-FILE TO SB-NEW-HIRE-Y.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO SB-NEW-HIRE-M.
           MOVE WS-CUR-SVC TO SB-SVC-YEARS.
           PERFORM BRIDGE-SERVICE-PARA.
           MOVE SB-SVC-YEARS TO WS-CUR-SVC.

           MOVE 9999999 TO WS-BEST-YM-TOTAL.
           MOVE SPACES TO WS-BEST-RULE-NAME.
           PERFORM EVAL-ONE-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           COMPUTE WS-MONTHS-AWAY =
               WS-BEST-YM-TOTAL - WS-TODAY-YM-TOTAL.
           IF WS-MONTHS-AWAY >= 0
               AND WS-MONTHS-AWAY <= WS-LOOKAHEAD-MONTHS
             SET INCUMBENT-ELIGIBLE TO TRUE
             ADD 1 TO WS-ELIGIBLE-COUNT
             COMPUTE WS-YM-MONTH = FUNCTION MOD(WS-BEST-YM-TOTAL, 12)
             IF WS-YM-MONTH = 0
               MOVE 12 TO WS-YM-MONTH
             END-IF
             COMPUTE WS-YM-YEAR =
                 (WS-BEST-YM-TOTAL - WS-YM-MONTH) / 12
             MOVE 'CAN RETIRE' TO RP-DETAIL (69:10)
             MOVE WS-YM-YEAR TO RP-DETAIL (80:4)
             MOVE '/' TO RP-DETAIL (84:1)
             MOVE WS-YM-MONTH TO RP-DETAIL (85:2)
             MOVE 'UNDER' TO RP-DETAIL (88:5)
             IF SERVICE-WAS-BRIDGED
               MOVE '*' TO RP-DETAIL (94:1)
               MOVE WS-BEST-RULE-NAME TO RP-DETAIL (95:12)
             ELSE
               MOVE WS-BEST-RULE-NAME TO RP-DETAIL (94:12)
             END-IF
           ELSE
             MOVE 'IN POST' TO RP-DETAIL (69:7)
           END-IF.

      * ================================================================
      * EVAL-ONE-RULE-PARA
      * One rule's month is the latest of its thresholds; the
      * earliest rule across the plan wins (see RETIRPT).
      * ================================================================
       EVAL-ONE-RULE-PARA.
           MOVE WS-TODAY-YM-TOTAL TO WS-RULE-YM-TOTAL.
           IF WS-RULE-MIN-AGE (WS-RULE-IDX) > 0
             COMPUTE WS-PART-YM-TOTAL =
                 (EMPDOBY OF EMPLOYEE-FILE
                  + WS-RULE-MIN-AGE (WS-RULE-IDX)) * 12
                 + EMPDOBM OF EMPLOYEE-FILE
             IF WS-PART-YM-TOTAL > WS-RULE-YM-TOTAL
               MOVE WS-PART-YM-TOTAL TO WS-RULE-YM-TOTAL
             END-IF
           END-IF.
           IF WS-RULE-MIN-SVC (WS-RULE-IDX) > 0
             COMPUTE WS-PART-YM-TOTAL =
                 (EMPHDTY OF EMPLOYEE-FILE
                  + WS-RULE-MIN-SVC (WS-RULE-IDX)
                  - SB-BRIDGE-YEARS) * 12
                 + EMPHDTM OF EMPLOYEE-FILE
             IF WS-PART-YM-TOTAL > WS-RULE-YM-TOTAL
               MOVE WS-PART-YM-TOTAL TO WS-RULE-YM-TOTAL
             END-IF
           END-IF.
           IF WS-RULE-MIN-PTS (WS-RULE-IDX) > 0
             COMPUTE WS-POINTS-DEFICIT =
                 WS-RULE-MIN-PTS (WS-RULE-IDX)
                 - WS-CUR-AGE - WS-CUR-SVC
             IF WS-POINTS-DEFICIT > 0
               COMPUTE WS-PART-YM-TOTAL = WS-TODAY-YM-TOTAL
                   + WS-POINTS-DEFICIT * 6
               IF WS-PART-YM-TOTAL > WS-RULE-YM-TOTAL
                 MOVE WS-PART-YM-TOTAL TO WS-RULE-YM-TOTAL
               END-IF
             END-IF
           END-IF.
           IF WS-RULE-YM-TOTAL < WS-BEST-YM-TOTAL
             MOVE WS-RULE-YM-TOTAL TO WS-BEST-YM-TOTAL
             MOVE WS-RULE-NAME (WS-RULE-IDX)
                  TO WS-BEST-RULE-NAME
           END-IF.

      * ================================================================
      * BUILD-REQUIREMENT-PARA
      * The certifications named on the plan; with none named, the
      * safety-critical ones the incumbent holds today.
      * ================================================================
       BUILD-REQUIREMENT-PARA.
           MOVE ZERO TO WS-REQ-COUNT.
           SET REQ-FROM-PLAN TO TRUE.
           IF SP-REQ-CERT OF SUCCMSTR-REC (1) NOT = SPACES
             ADD 1 TO WS-REQ-COUNT
             MOVE SP-REQ-CERT OF SUCCMSTR-REC (1)
                  TO WS-REQ-CODE (WS-REQ-COUNT)
           END-IF.
           IF SP-REQ-CERT OF SUCCMSTR-REC (2) NOT = SPACES
             ADD 1 TO WS-REQ-COUNT
             MOVE SP-REQ-CERT OF SUCCMSTR-REC (2)
                  TO WS-REQ-CODE (WS-REQ-COUNT)
           END-IF.
           IF WS-REQ-COUNT = ZERO AND SKILLS-AVAILABLE
             SET REQ-FROM-INCUMBENT TO TRUE
             MOVE SP-INCUMBENT OF SUCCMSTR-REC
                  TO SKL-EMPID OF SKILLMSTR-REC
             MOVE LOW-VALUES TO SKL-CODE OF SKILLMSTR-REC
             MOVE ' ' TO WS-SKL-EOF
             START SKILLMSTR KEY >= SKL-KEY OF SKILLMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-SKL-EOF
             END-START
             IF WS-SKL-EOF NOT = 'Y'
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-SKL-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-SKL-EOF = 'Y'
                 OR SKL-EMPID OF SKILLMSTR-REC
                    NOT = SP-INCUMBENT OF SUCCMSTR-REC
               PERFORM TAKE-INCUMBENT-CERT-PARA
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-SKL-EOF
               END-READ
             END-PERFORM
           END-IF.
           IF WS-REQ-COUNT > 0
             MOVE SPACES TO RP-DETAIL
             IF REQ-FROM-PLAN
               MOVE 'REQUIRES' TO RP-DETAIL (42:8)
             ELSE
               MOVE 'REQUIRES (HELD)' TO RP-DETAIL (42:15)
             END-IF
             PERFORM SHOW-ONE-REQ-PARA
                 VARYING WS-REQ-IDX FROM 1 BY 1
                 UNTIL WS-REQ-IDX > WS-REQ-COUNT
                    OR WS-REQ-IDX > 10
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * TAKE-INCUMBENT-CERT-PARA
      * A current safety-critical card the incumbent holds.
      * ================================================================
       TAKE-INCUMBENT-CERT-PARA.
           IF (SKL-EXPIRE-DATE OF SKILLMSTR-REC = ZERO
               OR SKL-EXPIRE-DATE OF SKILLMSTR-REC >= WS-TODAY-N)
               AND WS-REQ-COUNT < 10
             MOVE SKL-CODE OF SKILLMSTR-REC TO WS-FIND-SKILL
             PERFORM LOOKUP-SKILL-PARA
             IF WS-REF-SLOT > 0
                 AND WS-REF-SAFETY (WS-REF-SLOT) = 'Y'
               ADD 1 TO WS-REQ-COUNT
               MOVE SKL-CODE OF SKILLMSTR-REC
                    TO WS-REQ-CODE (WS-REQ-COUNT)
             END-IF
           END-IF.

      * ================================================================
      * SHOW-ONE-REQ-PARA
      * ================================================================
       SHOW-ONE-REQ-PARA.
           MOVE WS-REQ-CODE (WS-REQ-IDX)
                TO RP-DETAIL (64 + WS-REQ-IDX * 5 : 4).

      * ================================================================
      * CHECK-ONE-SUCCESSOR-PARA
      * A successor who has gone is flagged; one still here is
      * checked against every required certification, and counts
      * as ready now only with a clean sheet.
      * ================================================================
       CHECK-ONE-SUCCESSOR-PARA.
           IF SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX) NOT = ZERO
             MOVE SPACES TO RP-DETAIL
             MOVE 'SUCCESSOR' TO RP-DETAIL (31:9)
             MOVE WS-SLOT-IDX TO RP-DETAIL (40:1)
             MOVE SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX)
                  TO RP-DETAIL (42:5)
             EVALUATE TRUE
               WHEN SP-SUCC-READY-NOW OF SUCCMSTR-REC (WS-SLOT-IDX)
                 MOVE 'READY NOW' TO RP-DETAIL (69:9)
               WHEN SP-SUCC-READY-SHORT OF SUCCMSTR-REC (WS-SLOT-IDX)
                 MOVE '1-2 YEARS' TO RP-DETAIL (69:9)
               WHEN OTHER
                 MOVE '3+ YEARS' TO RP-DETAIL (69:8)
             END-EVALUATE
             MOVE SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX)
                  TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO RP-DETAIL (48:22)
                   MOVE '*** SUCCESSOR GONE ***' TO RP-DETAIL (80:22)
                   ADD 1 TO WS-SUCC-GONE-COUNT
                   PERFORM WRITE-REPORT-LINE-PARA
                 NOT INVALID KEY
                   PERFORM CHECK-SUCCESSOR-STATUS-PARA
             END-READ
           END-IF.

      * ================================================================
      * CHECK-SUCCESSOR-STATUS-PARA
      * ================================================================
       CHECK-SUCCESSOR-STATUS-PARA.
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (48:20).
           IF EMP-TERMINATED OF EMPLOYEE-FILE
               OR EMP-RETIRED OF EMPLOYEE-FILE
             ADD 1 TO WS-SUCC-GONE-COUNT
             MOVE EMPSTDT OF EMPLOYEE-FILE TO WS-DATE-ED
             IF EMP-TERMINATED OF EMPLOYEE-FILE
               MOVE '*** TERMINATED' TO RP-DETAIL (80:14)
             ELSE
               MOVE '*** RETIRED' TO RP-DETAIL (80:11)
             END-IF
             MOVE WS-DATE-ED TO RP-DETAIL (95:10)
             MOVE '***' TO RP-DETAIL (106:3)
             PERFORM WRITE-REPORT-LINE-PARA
           ELSE
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE 'N' TO WS-CERT-GAP-SW
             IF SKILLS-AVAILABLE
               PERFORM CHECK-ONE-REQ-PARA
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
             END-IF
             IF SP-SUCC-READY-NOW OF SUCCMSTR-REC (WS-SLOT-IDX)
                 AND NOT SUCCESSOR-HAS-GAP
               ADD 1 TO WS-READY-NOW-COUNT
             END-IF
           END-IF.

      * ================================================================
      * CHECK-ONE-REQ-PARA
      * The successor's card for one required certification - none
      * on file, or one past its expiry, is a gap.  Only run with
      * the skills file open.
      * ================================================================
       CHECK-ONE-REQ-PARA.
           SET CERT-IS-HELD TO TRUE.
           MOVE SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX)
                TO SKL-EMPID OF SKILLMSTR-REC.
           MOVE WS-REQ-CODE (WS-REQ-IDX) TO SKL-CODE OF SKILLMSTR-REC.
           READ SKILLMSTR
               INVALID KEY
                 SET CERT-IS-MISSING TO TRUE
               NOT INVALID KEY
                 IF SKL-EXPIRE-DATE OF SKILLMSTR-REC NOT = ZERO
                     AND SKL-EXPIRE-DATE OF SKILLMSTR-REC < WS-TODAY-N
                   SET CERT-IS-LAPSED TO TRUE
                 END-IF
           END-READ.
           IF NOT CERT-IS-HELD
             SET SUCCESSOR-HAS-GAP TO TRUE
             ADD 1 TO WS-CERT-GAP-COUNT
             MOVE SPACES TO RP-DETAIL
             IF CERT-IS-MISSING
               MOVE '*** MISSING CERT' TO RP-DETAIL (48:16)
             ELSE
               MOVE '*** LAPSED CERT' TO RP-DETAIL (48:15)
             END-IF
             MOVE WS-REQ-CODE (WS-REQ-IDX) TO RP-DETAIL (65:4)
             MOVE WS-REQ-CODE (WS-REQ-IDX) TO WS-FIND-SKILL
             PERFORM LOOKUP-SKILL-PARA
             IF WS-REF-SLOT > 0
               MOVE WS-REF-NAME (WS-REF-SLOT) TO RP-DETAIL (70:30)
               IF WS-REF-SAFETY (WS-REF-SLOT) = 'Y'
                 MOVE '*** SAFETY ***' TO RP-DETAIL (101:14)
               END-IF
             END-IF
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * LOOKUP-SKILL-PARA
      * ================================================================
       LOOKUP-SKILL-PARA.
           MOVE ZERO TO WS-REF-SLOT.
           PERFORM FIND-REF-PARA
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR WS-REF-SLOT > 0.

      * ================================================================
      * FIND-REF-PARA
      * ================================================================
       FIND-REF-PARA.
           IF WS-REF-CODE (WS-REF-IDX) = WS-FIND-SKILL
             MOVE WS-REF-IDX TO WS-REF-SLOT
           END-IF.

      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
       COPY "CALC_AGE_PARA.cob".

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-POSITION-COUNT DELIMITED BY SIZE
                  ' KEY POSITION(S), ' DELIMITED BY SIZE
                  WS-ELIGIBLE-COUNT DELIMITED BY SIZE
                  ' INCUMBENT(S) CAN RETIRE IN WINDOW, '
                      DELIMITED BY SIZE
                  WS-GONE-COUNT DELIMITED BY SIZE
                  ' POST(S) VACANT' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-AT-RISK-COUNT DELIMITED BY SIZE
                  ' AT RISK, ' DELIMITED BY SIZE
                  WS-SUCC-GONE-COUNT DELIMITED BY SIZE
                  ' SUCCESSOR(S) GONE, ' DELIMITED BY SIZE
                  WS-CERT-GAP-COUNT DELIMITED BY SIZE
                  ' CERTIFICATION GAP(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           PERFORM CLOSE-BRIDGE-PARA.
           CLOSE SUCCMSTR.
           CLOSE EMPLOYEE.
           IF SKILLS-AVAILABLE
             CLOSE SKILLMSTR
           END-IF.
           DISPLAY "SUCCRISK: " WS-POSITION-COUNT " POSITION(S), "
                   WS-AT-RISK-COUNT " AT RISK, "
                   WS-SUCC-GONE-COUNT " SUCCESSOR(S) GONE, "
                   WS-CERT-GAP-COUNT " CERT GAP(S)".
           MOVE WS-POSITION-COUNT TO WS-RUNLOG-READ-TOTAL.
           COMPUTE WS-RUNLOG-REJECT-TOTAL = WS-AT-RISK-COUNT
               + WS-SUCC-GONE-COUNT + WS-CERT-GAP-COUNT.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-RUNLOG-REJECT-TOTAL > 0
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
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
