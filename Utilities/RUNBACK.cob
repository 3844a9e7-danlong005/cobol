      *================================================================
      * RUNBACK
      * Backout of one bad run.  When a run applies bad input - the
      * wrong merit.parm, a reorgmap.parm with two codes swapped -
      * the only way back used to be MSTRREST, which throws away
      * every other change made since the backup.  This utility
      * takes the program name and the run's start stamp, finds
      * that run's entries on the employee and compensation audit
      * trails (./empaudit.dta, ./compaudit.dta), and puts back the
      * before image of each record the run touched - and nothing
      * else.
      *
      * Command-line parameters: "PROGRAM [YYYYMMDDHHMMSS]", e.g.
      * "MERITRUN 20261015221530".  The stamp is the run's start as
      * every one of its audit entries carries it (AUD-RUN-START,
      * copybooks/AUDIT-REC.cob); with the program alone, the runs
      * of that program on the trails are listed with their stamps
      * and entry counts, so the right one can be picked.
      *
      * For each record the run touched, the earliest before image
      * goes back - an add is deleted, a delete re-written, a
      * change rewritten - and the reversal is written to the same
      * trail as a change of its own under RUNBACK's name, so the
      * backout is as traceable as the run it undoes (and can
      * itself be backed out).  A record is refused, and listed
      * for manual work instead, when:
      *
      *    - a later run has touched it since (a reversal would
      *      wipe out that run's change too);
      *    - the master no longer holds what the run left there
      *      (it was changed with no trail entry, e.g. restored);
      *    - the run was a full rebuild (EMPLOAD action L), which
      *      keeps no before image to go back to.
      *
      * Only the masters are put back: a record's companion files
      * (the termination events, the EMPLOYEES table a purge also
      * removed from) are for RECONCIL and the report to settle.
      * Entries written before the trail carried run stamps cannot
      * be picked out by run, and stay with MSTRREST.
      *
      * The proof is printed to ./runback_YYYYMMDD.rpt on the
      * RPTFILE pattern.  RETURN-CODE 0 when the whole run went
      * back, 4 when records were refused, 8 when the run could not
      * be found or backed out at all.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACK.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT AUDIT ASSIGN DYNAMIC WS-AUDIT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
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
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE        PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
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
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-AUDIT-FNAME  PIC       X(40).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-AUDIT-EOF    PIC        A(1).
      *
      * Command-line parameters - the run to back out.
           01 WS-CMDLINE      PIC       X(60).
           01 WS-PROGRAM-PARM PIC       X(20).
           01 WS-STAMP-PARM   PIC       X(14).
           01 WS-RUN-STAMP    PIC       9(14).
      *
      * Which trail is being worked - the employee trail against
      * the employee master, or the compensation trail against
      * compmstr.dat.  Both images lead with the EMPID.
           01 WS-TRAIL-SW     PIC        X(1).
              88 ON-EMP-TRAIL        VALUE 'E'.
              88 ON-COMP-TRAIL       VALUE 'C'.
           01 WS-TRAIL-NAME   PIC        X(8).
           01 WS-KEY-X        PIC        X(5).
           01 WS-KEY          PIC        9(5).
      *
      * The run's records, one entry per EMPID however often the
      * run touched it: the earliest before image (what goes back)
      * and the latest after image (what the master must still
      * hold).  WS-EMP-SLOT indexes the table by EMPID so each
      * trail record is matched without a search.
           01 WS-RUN-TBL.
              05 WS-RUN-ENTRY OCCURS 3000 TIMES.
                 10 WS-RUN-EMPID    PIC  9(5).
                 10 WS-RUN-FIRST-ACT PIC X(1).
                 10 WS-RUN-LAST-ACT PIC  X(1).
                 10 WS-RUN-BEFORE   PIC  X(102).
                 10 WS-RUN-AFTER    PIC  X(102).
                 10 WS-RUN-STATE    PIC  X(1).
                    88 RUN-REC-OPEN         VALUE ' '.
                    88 RUN-REC-LATER        VALUE 'L'.
                    88 RUN-REC-REBUILD      VALUE 'B'.
                 10 WS-RUN-LATER-PROG PIC X(20).
                 10 WS-RUN-LATER-DATE PIC 9(8).
           01 WS-RUN-COUNT    PIC        9(4) VALUE ZERO.
           01 WS-RUN-IDX      PIC        9(4) VALUE ZERO.
           01 WS-SLOT-TBL.
              05 WS-EMP-SLOT OCCURS 99999 TIMES PIC 9(4).
           01 WS-TBL-FULL-SW  PIC        X(1).
              88 RUN-TBL-FULL        VALUE 'Y'.
      *
      * Listing mode - the program's runs on the trails.
           01 WS-LIST-TBL.
              05 WS-LIST-ENTRY OCCURS 200 TIMES.
                 10 WS-LIST-STAMP   PIC  9(14).
                 10 WS-LIST-TRAIL   PIC  X(8).
                 10 WS-LIST-ENTRIES PIC  9(7).
           01 WS-LIST-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-LIST-IDX     PIC        9(3) VALUE ZERO.
           01 WS-LIST-HIT     PIC        9(3) VALUE ZERO.
      *
      * One reversal - the master as it stands, and whether it is
      * on file at all.
           01 WS-FOUND-SW     PIC        X(1).
              88 MASTER-FOUND        VALUE 'Y'.
              88 MASTER-NOT-FOUND    VALUE 'N'.
           01 WS-CURRENT-IMAGE PIC     X(102).
           01 WS-RESULT-TEXT  PIC       X(60).
           01 WS-IO-OK-SW     PIC        X(1).
              88 MASTER-IO-OK        VALUE 'Y'.
      *
           01 WS-ENTRY-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-REVERSED-COUNT PIC      9(5) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-RECORD-COUNT PIC        9(5) VALUE ZERO.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every reversal is a change of its own.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'RUNBACK'.
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
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * Putting records back is an administrator's call, the same
      * as purging them.  The program alone lists its runs and
      * stops there.
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-PROGRAM-PARM WS-STAMP-PARM.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-PROGRAM-PARM WS-STAMP-PARM
           END-UNSTRING.
           IF WS-PROGRAM-PARM = SPACES
             DISPLAY "RUNBACK: *** SUPPLY THE PROGRAM AND THE RUN'S "
                     "START STAMP ***"
             DISPLAY "RUNBACK: USAGE - RUNBACK PROGRAM "
                     "[YYYYMMDDHHMMSS]"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-STAMP-PARM = SPACES
             PERFORM LIST-RUNS-PARA
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-STAMP-PARM NOT NUMERIC
             DISPLAY "RUNBACK: *** RUN STAMP MUST BE YYYYMMDDHHMMSS "
                     "- GOT " WS-STAMP-PARM " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-STAMP-PARM TO WS-RUN-STAMP.
           MOVE SPACES TO RP-FNAME.
           STRING './runback_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'RUNBACK - BACKOUT OF ONE RUN' TO RP-TITLE.
           MOVE 'TRAIL    EMPID  RUN  RESULT' TO RP-COLHDG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'RUN BACKED OUT: ' DELIMITED BY SIZE
                  WS-PROGRAM-PARM DELIMITED BY SPACE
                  ' STARTED ' DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           DISPLAY "RUNBACK - BACKOUT OF " WS-PROGRAM-PARM
                   " RUN " WS-RUN-STAMP.
           DISPLAY "----------------------------------------------".
      *    The lock is held from before the trails are read until
      *    the last reversal is on them, so no run can slip a change
      *    in between the check and the put-back.
           PERFORM TAKE-MASTER-LOCK-PARA.
           OPEN I-O EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "RUNBACK: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             PERFORM FREE-MASTER-LOCK-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O COMPMSTR.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           SET ON-EMP-TRAIL TO TRUE.
           MOVE 'EMPAUDIT' TO WS-TRAIL-NAME.
           MOVE './empaudit.dta' TO WS-AUDIT-FNAME.
           PERFORM BACKOUT-TRAIL-PARA.
           IF WS-COMP-OK
             SET ON-COMP-TRAIL TO TRUE
             MOVE 'COMPAUDT' TO WS-TRAIL-NAME
             MOVE './compaudit.dta' TO WS-AUDIT-FNAME
             PERFORM BACKOUT-TRAIL-PARA
           END-IF.

      * ================================================================
      * BACKOUT-TRAIL-PARA
      * One trail: gather the run's records, then put each back or
      * refuse it.  A run too large for the table is refused whole
      * rather than half put back.
      * ================================================================
       BACKOUT-TRAIL-PARA.
           PERFORM GATHER-RUN-PARA.
           IF WS-RUN-COUNT > ZERO
             IF RUN-TBL-FULL
               DISPLAY "RUNBACK: *** " WS-TRAIL-NAME " - RUN "
                       "TOUCHES MORE THAN 3000 RECORDS - NOT BACKED "
                       "OUT ***"
               MOVE SPACES TO RP-DETAIL
               STRING WS-TRAIL-NAME DELIMITED BY SIZE
                      ' RUN TOO LARGE TO BACK OUT - USE MSTRREST'
                      DELIMITED BY SIZE
                      INTO RP-DETAIL
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARA
               ADD WS-RUN-COUNT TO WS-REFUSED-COUNT
             ELSE
      *        The reversals go on the trail the run was read from,
      *        so the chain is picked up afresh for it.
               MOVE 'N' TO AC-CHAIN-LOADED-SW
               OPEN EXTEND AUDIT
               PERFORM REVERSE-ONE-PARA
                   VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               CLOSE AUDIT
             END-IF
           END-IF.

      * ================================================================
      * GATHER-RUN-PARA
      * One pass down the trail.  The run's entries build the
      * table; any other entry after them for the same EMPID marks
      * that record as touched later.
      * ================================================================
       GATHER-RUN-PARA.
           MOVE ZERO TO WS-RUN-COUNT.
           MOVE 'N' TO WS-TBL-FULL-SW.
           INITIALIZE WS-SLOT-TBL.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "RUNBACK: NO " WS-TRAIL-NAME " TRAIL ON FILE"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               PERFORM EXTRACT-KEY-PARA
               IF WS-KEY > ZERO
                 IF AUD-PROGRAM = WS-PROGRAM-PARM
                     AND AUD-RUN-START NUMERIC
                     AND AUD-RUN-START = WS-RUN-STAMP
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM NOTE-RUN-ENTRY-PARA
                 ELSE
                   PERFORM NOTE-LATER-ENTRY-PARA
                 END-IF
               END-IF
               READ AUDIT
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.
           DISPLAY "RUNBACK: " WS-TRAIL-NAME " - " WS-RUN-COUNT
                   " RECORD(S) TOUCHED BY THE RUN".

      * ================================================================
      * EXTRACT-KEY-PARA
      * The EMPID leads both images; a delete has only the before.
      * ================================================================
       EXTRACT-KEY-PARA.
           MOVE ZERO TO WS-KEY.
           IF AUD-BEFORE-IMAGE (1:5) NOT = SPACES
             MOVE AUD-BEFORE-IMAGE (1:5) TO WS-KEY-X
           ELSE
             MOVE AUD-AFTER-IMAGE (1:5) TO WS-KEY-X
           END-IF.
           IF WS-KEY-X NUMERIC
             MOVE WS-KEY-X TO WS-KEY
           END-IF.

      * ================================================================
      * NOTE-RUN-ENTRY-PARA
      * ================================================================
       NOTE-RUN-ENTRY-PARA.
           IF WS-EMP-SLOT (WS-KEY) = ZERO
             IF WS-RUN-COUNT >= 3000
               SET RUN-TBL-FULL TO TRUE
             ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-EMP-SLOT (WS-KEY)
               MOVE WS-KEY TO WS-RUN-EMPID (WS-RUN-COUNT)
               MOVE AUD-ACTION TO WS-RUN-FIRST-ACT (WS-RUN-COUNT)
               MOVE AUD-BEFORE-IMAGE
                    TO WS-RUN-BEFORE (WS-RUN-COUNT)
               MOVE SPACE TO WS-RUN-STATE (WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-LATER-PROG (WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-LATER-DATE (WS-RUN-COUNT)
             END-IF
           END-IF.
           IF WS-EMP-SLOT (WS-KEY) > ZERO
             MOVE WS-EMP-SLOT (WS-KEY) TO WS-RUN-IDX
             MOVE AUD-ACTION TO WS-RUN-LAST-ACT (WS-RUN-IDX)
             MOVE AUD-AFTER-IMAGE TO WS-RUN-AFTER (WS-RUN-IDX)
             IF AUD-ACTION = 'L'
               SET RUN-REC-REBUILD (WS-RUN-IDX) TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * NOTE-LATER-ENTRY-PARA
      * Another run's entry for a record this run touched earlier.
      * ================================================================
       NOTE-LATER-ENTRY-PARA.
           IF WS-EMP-SLOT (WS-KEY) > ZERO
             MOVE WS-EMP-SLOT (WS-KEY) TO WS-RUN-IDX
             IF RUN-REC-OPEN (WS-RUN-IDX)
               SET RUN-REC-LATER (WS-RUN-IDX) TO TRUE
               MOVE AUD-PROGRAM TO WS-RUN-LATER-PROG (WS-RUN-IDX)
               MOVE AUD-RUN-DATE TO WS-RUN-LATER-DATE (WS-RUN-IDX)
             END-IF
           END-IF.

      * ================================================================
      * REVERSE-ONE-PARA
      * Refuse, or put the earliest before image back.
      * ================================================================
       REVERSE-ONE-PARA.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-RUN-EMPID (WS-RUN-IDX) TO WS-KEY.
           PERFORM CHECK-REVERSAL-PARA.
           IF WS-RESULT-TEXT NOT = SPACES
             PERFORM REPORT-REFUSAL-PARA
           ELSE
             PERFORM APPLY-REVERSAL-PARA
           END-IF.

      * ================================================================
      * CHECK-REVERSAL-PARA
      * Leaves the refusal reason in WS-RESULT-TEXT, or spaces when
      * the record can go back.  The master must still hold exactly
      * what the run left, or something changed it off the trail.
      * ================================================================
       CHECK-REVERSAL-PARA.
           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM READ-MASTER-PARA.
           EVALUATE TRUE
             WHEN RUN-REC-REBUILD (WS-RUN-IDX)
               MOVE 'REFUSED - FULL REBUILD KEEPS NO BEFORE IMAGE'
                    TO WS-RESULT-TEXT
             WHEN RUN-REC-LATER (WS-RUN-IDX)
               STRING 'REFUSED - CHANGED SINCE BY ' DELIMITED BY SIZE
                      WS-RUN-LATER-PROG (WS-RUN-IDX)
                          DELIMITED BY SPACE
                      ' ON ' DELIMITED BY SIZE
                      WS-RUN-LATER-DATE (WS-RUN-IDX)
                          DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
               END-STRING
             WHEN WS-RUN-AFTER (WS-RUN-IDX) = SPACES
                 AND MASTER-FOUND
               MOVE 'REFUSED - RECORD IS BACK ON THE MASTER'
                    TO WS-RESULT-TEXT
             WHEN WS-RUN-AFTER (WS-RUN-IDX) NOT = SPACES
                 AND (MASTER-NOT-FOUND
                 OR WS-CURRENT-IMAGE NOT = WS-RUN-AFTER (WS-RUN-IDX))
               MOVE 'REFUSED - MASTER NO LONGER MATCHES THE RUN'
                    TO WS-RESULT-TEXT
           END-EVALUATE.

      * ================================================================
      * APPLY-REVERSAL-PARA
      * An add is deleted, a delete written back, anything else
      * rewritten to its before image - each with its own image
      * pair on the trail.
      * ================================================================
       APPLY-REVERSAL-PARA.
           EVALUATE TRUE
             WHEN WS-RUN-BEFORE (WS-RUN-IDX) = SPACES
               MOVE 'D' TO WS-AUDIT-ACTION
               MOVE WS-CURRENT-IMAGE TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               PERFORM DELETE-MASTER-PARA
               MOVE 'REVERSED - ADDED RECORD DELETED'
                    TO WS-RESULT-TEXT
             WHEN MASTER-NOT-FOUND
               MOVE 'A' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE WS-RUN-BEFORE (WS-RUN-IDX) TO WS-AUDIT-AFTER
               PERFORM WRITE-MASTER-PARA
               MOVE 'REVERSED - DELETED RECORD RESTORED'
                    TO WS-RESULT-TEXT
             WHEN OTHER
               MOVE 'C' TO WS-AUDIT-ACTION
               MOVE WS-CURRENT-IMAGE TO WS-AUDIT-BEFORE
               MOVE WS-RUN-BEFORE (WS-RUN-IDX) TO WS-AUDIT-AFTER
               PERFORM REWRITE-MASTER-PARA
               MOVE 'REVERSED - BEFORE IMAGE RESTORED'
                    TO WS-RESULT-TEXT
           END-EVALUATE.
           IF MASTER-IO-OK
             PERFORM WRITE-AUDIT-PARA
             ADD 1 TO WS-REVERSED-COUNT
             PERFORM REPORT-RESULT-PARA
           ELSE
             MOVE 'REFUSED - MASTER UPDATE FAILED' TO WS-RESULT-TEXT
             PERFORM REPORT-REFUSAL-PARA
           END-IF.

      * ================================================================
      * REPORT-REFUSAL-PARA
      * ================================================================
       REPORT-REFUSAL-PARA.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM REPORT-RESULT-PARA.

      * ================================================================
      * REPORT-RESULT-PARA
      * ================================================================
       REPORT-RESULT-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-TRAIL-NAME TO RP-DETAIL (1:8).
           MOVE WS-KEY TO RP-DETAIL (10:5).
           MOVE WS-RUN-FIRST-ACT (WS-RUN-IDX) TO RP-DETAIL (17:1).
           MOVE '-' TO RP-DETAIL (18:1).
           MOVE WS-RUN-LAST-ACT (WS-RUN-IDX) TO RP-DETAIL (19:1).
           MOVE WS-RESULT-TEXT TO RP-DETAIL (22:60).
           PERFORM WRITE-REPORT-LINE-PARA.
           IF WS-RESULT-TEXT (1:7) = 'REFUSED'
             DISPLAY "RUNBACK: " WS-TRAIL-NAME " " WS-KEY " "
                     WS-RESULT-TEXT
           END-IF.

      * ================================================================
      * READ-MASTER-PARA
      * The record as it stands now, in the image layout the trail
      * carries.
      * ================================================================
       READ-MASTER-PARA.
           MOVE SPACES TO WS-CURRENT-IMAGE.
           SET MASTER-FOUND TO TRUE.
           IF ON-EMP-TRAIL
             MOVE WS-KEY TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY SET MASTER-NOT-FOUND TO TRUE
                 NOT INVALID KEY
                   MOVE EMPLOYEE-FILE TO WS-CURRENT-IMAGE
             END-READ
           ELSE
             MOVE WS-KEY TO CMP-EMPID OF COMPMSTR-REC
             READ COMPMSTR
                 INVALID KEY SET MASTER-NOT-FOUND TO TRUE
                 NOT INVALID KEY
                   MOVE COMPMSTR-REC TO WS-CURRENT-IMAGE
             END-READ
           END-IF.

      * ================================================================
      * DELETE-MASTER-PARA
      * ================================================================
       DELETE-MASTER-PARA.
           SET MASTER-IO-OK TO TRUE.
           IF ON-EMP-TRAIL
             DELETE EMPLOYEE
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-DELETE
           ELSE
             DELETE COMPMSTR
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-DELETE
           END-IF.

      * ================================================================
      * WRITE-MASTER-PARA
      * ================================================================
       WRITE-MASTER-PARA.
           SET MASTER-IO-OK TO TRUE.
           IF ON-EMP-TRAIL
             MOVE WS-RUN-BEFORE (WS-RUN-IDX) TO EMPLOYEE-FILE
             WRITE EMPLOYEE-FILE
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-WRITE
           ELSE
             MOVE WS-RUN-BEFORE (WS-RUN-IDX) (1:24) TO COMPMSTR-REC
             WRITE COMPMSTR-REC
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-WRITE
           END-IF.

      * ================================================================
      * REWRITE-MASTER-PARA
      * ================================================================
       REWRITE-MASTER-PARA.
           SET MASTER-IO-OK TO TRUE.
           IF ON-EMP-TRAIL
             MOVE WS-RUN-BEFORE (WS-RUN-IDX) TO EMPLOYEE-FILE
             REWRITE EMPLOYEE-FILE
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-REWRITE
           ELSE
             MOVE WS-RUN-BEFORE (WS-RUN-IDX) (1:24) TO COMPMSTR-REC
             REWRITE COMPMSTR-REC
                 INVALID KEY MOVE 'N' TO WS-IO-OK-SW
             END-REWRITE
           END-IF.

      * ================================================================
      * LIST-RUNS-PARA
      * The program's runs on both trails, oldest first, so the
      * stamp to back out can be read off.
      * ================================================================
       LIST-RUNS-PARA.
           DISPLAY "RUNBACK - RUNS OF " WS-PROGRAM-PARM
                   " ON THE AUDIT TRAILS".
           DISPLAY "----------------------------------------------".
           MOVE 'EMPAUDIT' TO WS-TRAIL-NAME.
           MOVE './empaudit.dta' TO WS-AUDIT-FNAME.
           PERFORM LIST-TRAIL-PARA.
           MOVE 'COMPAUDT' TO WS-TRAIL-NAME.
           MOVE './compaudit.dta' TO WS-AUDIT-FNAME.
           PERFORM LIST-TRAIL-PARA.
           IF WS-LIST-COUNT = ZERO
             DISPLAY "RUNBACK: NO STAMPED RUNS OF " WS-PROGRAM-PARM
                     " ON FILE"
           END-IF.
           PERFORM SHOW-ONE-RUN-PARA
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-COUNT.

      * ================================================================
      * LIST-TRAIL-PARA
      * ================================================================
       LIST-TRAIL-PARA.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-OK
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               IF AUD-PROGRAM = WS-PROGRAM-PARM
                   AND AUD-RUN-START NUMERIC
                 PERFORM COUNT-ONE-RUN-PARA
               END-IF
               READ AUDIT
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.

      * ================================================================
      * COUNT-ONE-RUN-PARA
      * ================================================================
       COUNT-ONE-RUN-PARA.
           MOVE ZERO TO WS-LIST-HIT.
           PERFORM MATCH-ONE-RUN-PARA
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-COUNT
                  OR WS-LIST-HIT > ZERO.
           IF WS-LIST-HIT = ZERO
               AND WS-LIST-COUNT < 200
             ADD 1 TO WS-LIST-COUNT
             MOVE WS-LIST-COUNT TO WS-LIST-HIT
             MOVE AUD-RUN-START TO WS-LIST-STAMP (WS-LIST-HIT)
             MOVE WS-TRAIL-NAME TO WS-LIST-TRAIL (WS-LIST-HIT)
             MOVE ZERO TO WS-LIST-ENTRIES (WS-LIST-HIT)
           END-IF.
           IF WS-LIST-HIT > ZERO
             ADD 1 TO WS-LIST-ENTRIES (WS-LIST-HIT)
           END-IF.

      * ================================================================
      * MATCH-ONE-RUN-PARA
      * ================================================================
       MATCH-ONE-RUN-PARA.
           IF WS-LIST-STAMP (WS-LIST-IDX) = AUD-RUN-START
               AND WS-LIST-TRAIL (WS-LIST-IDX) = WS-TRAIL-NAME
             MOVE WS-LIST-IDX TO WS-LIST-HIT
           END-IF.

      * ================================================================
      * SHOW-ONE-RUN-PARA
      * ================================================================
       SHOW-ONE-RUN-PARA.
           DISPLAY "RUN " WS-LIST-STAMP (WS-LIST-IDX) "  "
                   WS-LIST-TRAIL (WS-LIST-IDX) "  "
                   WS-LIST-ENTRIES (WS-LIST-IDX) " ENTRY(S)".

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           IF WS-COMP-OK
             CLOSE COMPMSTR
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'RECORDS ' DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  '  REVERSED ' DELIMITED BY SIZE
                  WS-REVERSED-COUNT DELIMITED BY SIZE
                  '  REFUSED FOR MANUAL WORK ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "RUNBACK: " WS-ENTRY-COUNT " TRAIL ENTRY(S) OF "
                   "THE RUN, " WS-RECORD-COUNT " RECORD(S)".
           DISPLAY "RUNBACK: " WS-REVERSED-COUNT " REVERSED, "
                   WS-REFUSED-COUNT " REFUSED FOR MANUAL WORK".
           DISPLAY "RUNBACK: PROOF ON " FUNCTION TRIM(RP-FNAME).
           MOVE WS-ENTRY-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REFUSED-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           EVALUATE TRUE
             WHEN WS-ENTRY-COUNT = ZERO
               DISPLAY "RUNBACK: *** NO ENTRIES FOR THAT RUN ON "
                       "EITHER TRAIL ***"
               MOVE 8 TO RETURN-CODE
             WHEN WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM FREE-MASTER-LOCK-PARA.
           GOBACK.
      * ================================================================
      * COPY IN PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
