      *      the reorg date;
      *    - prints a proof report of records moved per mapping
      *      line on the RPTFILE pattern.
      *
      * Cols 11-14 (col 10 blank) may name a division from
      * deptref.dta.  With the new code blank, or the same as the
      * old, the line only re-parents the department to that
      * division - employees, snapshots and the master are not
      * touched, and a run of such lines alone takes no master
      * lock.  On a renaming line the division goes to the new code
      * instead; without one, a new code added to the reference
      * inherits the old code's division.  A division deptref.dta
      * does not carry refuses the whole run.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREOG.
      *
              SELECT DEPTREFNEW ASSIGN TO './deptref.new'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT SNAPFILE ASSIGN TO './snapshot.dta'
              ORGANIZATION IS LINE SEQUENTIAL
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
              05 RM-OLD-DEPT  PIC        X(4).
              05 FILLER       PIC        X(1).
              05 RM-NEW-DEPT  PIC        X(4).
              05 FILLER       PIC        X(1).
              05 RM-NEW-DIV   PIC        X(4).
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "DEPTREF-REC.cob".
      *
           FD DEPTREFNEW.
           01 DEPTREFNEW-REC   PIC       X(40).
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD SNAPFILE.
           01 SNAPFILE-REC.
              05 SNAP-DATE    PIC        9(8).
              05 SNAP-DEPT    PIC        X(4).
              05 SNAP-SITE    PIC        X(4).
              05 SNAP-REST    PIC       X(18).
      *
           FD SNAPNEW.
           01 SNAPNEW-REC      PIC       X(34).
      *
           FD AUDIT.
           01 AUDIT-REC.
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
           01 WS-MAP-EOF      PIC        A(1).
              88 RESTATE-SNAPSHOTS   VALUE 'Y'.
      *
      * The mapping table, with the per-line moved counts the proof
      * report prints.  A division-only line carries its old code
      * as the new one; WS-MAP-OLD-DIV is the old code's division,
      * inherited by a new code the reference has to add.
           01 WS-MAP-TBL.
              05 WS-MAP-ENTRY OCCURS 20 TIMES.
                 10 WS-MAP-OLD        PIC  X(4).
                 10 WS-MAP-NEW        PIC  X(4).
                 10 WS-MAP-DIV        PIC  X(4).
                 10 WS-MAP-OLD-DIV    PIC  X(4).
                 10 WS-MAP-MOVED      PIC  9(5).
                 10 WS-MAP-SNAPS      PIC  9(5).
           01 WS-MAP-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-RENAME-COUNT PIC        9(2) VALUE ZERO.
           01 WS-BAD-DIV-COUNT PIC       9(2) VALUE ZERO.
           01 WS-MAP-IDX      PIC        9(2) VALUE ZERO.
           01 WS-MAP-SLOT     PIC        9(2) VALUE ZERO.
      *
           01 WS-MOVED-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-REF-CLOSED   PIC        9(2) VALUE ZERO.
           01 WS-REF-ADDED    PIC        9(2) VALUE ZERO.
           01 WS-REF-REPARENTED PIC      9(2) VALUE ZERO.
      *
      * Which new codes the reference already carries, so a merge
      * target only gets added once - sized to the reference
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             SET RESTATE-SNAPSHOTS TO TRUE
           END-IF.
           PERFORM LOAD-MAPPING-PARA.
           PERFORM CHECK-DIVISIONS-PARA.
           IF WS-RENAME-COUNT > 0
             PERFORM TAKE-MASTER-LOCK-PARA
             OPEN I-O EMPLOYEE
             IF NOT WS-EMP-OK
               DISPLAY "DEPTREOG: *** CANNOT OPEN EMPMSTR.DAT - "
                       "STATUS " WS-EMP-STATUS " ***"
               PERFORM FREE-MASTER-LOCK-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             OPEN EXTEND AUDIT
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './deptreog_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'DEPTREOG - REORGANIZATION PROOF' TO RP-TITLE.
           MOVE 'OLD  NEW  EMPLOYEES MOVED  SNAPSHOT ROWS  NEW DIV'
                TO RP-COLHDG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
               OR WS-MAP-COUNT >= 20
             IF REORGMAP-REC (1:1) NOT = '*'
                 AND RM-OLD-DEPT NOT = SPACES
                 AND (RM-NEW-DEPT NOT = SPACES
                      OR RM-NEW-DIV NOT = SPACES)
               ADD 1 TO WS-MAP-COUNT
               MOVE RM-OLD-DEPT TO WS-MAP-OLD (WS-MAP-COUNT)
               IF RM-NEW-DEPT = SPACES
                 MOVE RM-OLD-DEPT TO WS-MAP-NEW (WS-MAP-COUNT)
               ELSE
                 MOVE RM-NEW-DEPT TO WS-MAP-NEW (WS-MAP-COUNT)
               END-IF
               IF WS-MAP-NEW (WS-MAP-COUNT) NOT = RM-OLD-DEPT
                 ADD 1 TO WS-RENAME-COUNT
               END-IF
               MOVE RM-NEW-DIV TO WS-MAP-DIV (WS-MAP-COUNT)
               MOVE SPACES TO WS-MAP-OLD-DIV (WS-MAP-COUNT)
               MOVE ZERO TO WS-MAP-MOVED (WS-MAP-COUNT)
               MOVE ZERO TO WS-MAP-SNAPS (WS-MAP-COUNT)
             END-IF
           DISPLAY "DEPTREOG - " WS-MAP-COUNT " MAPPING LINE(S)".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * CHECK-DIVISIONS-PARA
      * Every division named in the mapping must be a division line
      * on deptref.dta - nothing is changed otherwise.
      * ================================================================
       CHECK-DIVISIONS-PARA.
           PERFORM LOAD-DIVISIONS-PARA.
           PERFORM CHECK-ONE-MAP-DIV-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           IF WS-BAD-DIV-COUNT > 0
             DISPLAY "DEPTREOG: *** " WS-BAD-DIV-COUNT " UNKNOWN "
                     "DIVISION(S) - NOTHING CHANGED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * CHECK-ONE-MAP-DIV-PARA
      * ================================================================
       CHECK-ONE-MAP-DIV-PARA.
           IF WS-MAP-DIV (WS-MAP-IDX) NOT = SPACES
             MOVE WS-MAP-DIV (WS-MAP-IDX) TO DV-DIVISION
             PERFORM FIND-DIVISION-PARA
             IF DV-DIV-SLOT = ZERO
               ADD 1 TO WS-BAD-DIV-COUNT
               DISPLAY "DEPTREOG: *** DIVISION "
                       WS-MAP-DIV (WS-MAP-IDX)
                       " NOT ON DEPTREF.DTA ***"
             END-IF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           IF WS-RENAME-COUNT > 0
             PERFORM MOVE-EMPLOYEES-PARA
           END-IF.
           PERFORM REWRITE-DEPTREF-PARA.
           IF RESTATE-SNAPSHOTS AND WS-RENAME-COUNT > 0
             PERFORM RESTATE-SNAPSHOT-PARA
           END-IF.

      * ================================================================
       FIND-MAPPING-PARA.
           IF WS-MAP-OLD (WS-MAP-IDX) = EMPDPT OF EMPLOYEE-FILE
               AND WS-MAP-NEW (WS-MAP-IDX) NOT = WS-MAP-OLD (WS-MAP-IDX)
             MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.

      * ================================================================
      * REWRITE-DEPTREF-PARA
      * Old codes close, departments named on a line with a
      * division are re-parented, new codes that the reference
      * never carried are added (named after the code until someone
      * keys the real name), and the file swaps through deptref.new.
      * Division lines pass through unchanged.
      * ================================================================
       REWRITE-DEPTREF-PARA.
           OPEN INPUT DEPTREF.
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
               PERFORM NOTE-EXISTING-REF-PARA
               IF NOT DEPT-IS-DIVISION
                 PERFORM RESTATE-REF-DEPT-PARA
               END-IF
               MOVE DEPTREF-REC TO DEPTREFNEW-REC
               WRITE DEPTREFNEW-REC
             MOVE DEPT-CODE TO WS-NEWREF-CODE (WS-NEWREF-COUNT)
           END-IF.

      * ================================================================
      * RESTATE-REF-DEPT-PARA
      * One department line: closed when a line renames it away,
      * re-parented when a line names a division for it.
      * ================================================================
       RESTATE-REF-DEPT-PARA.
           MOVE ZERO TO WS-MAP-SLOT.
           PERFORM FIND-REF-MAPPING-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-SLOT > 0.
           IF WS-MAP-SLOT > 0
             MOVE DEPT-DIVISION TO WS-MAP-OLD-DIV (WS-MAP-SLOT)
             IF DEPT-IS-ACTIVE
               SET DEPT-IS-CLOSED TO TRUE
               ADD 1 TO WS-REF-CLOSED
               DISPLAY "DEPTREOG: CLOSED REFERENCE ENTRY "
                       DEPT-CODE
             END-IF
           END-IF.
           MOVE ZERO TO WS-MAP-SLOT.
           PERFORM FIND-REF-DIVISION-PARA
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-SLOT > 0.
           IF WS-MAP-SLOT > 0
               AND DEPT-DIVISION NOT = WS-MAP-DIV (WS-MAP-SLOT)
             MOVE WS-MAP-DIV (WS-MAP-SLOT) TO DEPT-DIVISION
             ADD 1 TO WS-REF-REPARENTED
             DISPLAY "DEPTREOG: MOVED " DEPT-CODE
                     " TO DIVISION " DEPT-DIVISION
           END-IF.

      * ================================================================
      * FIND-REF-MAPPING-PARA
      * ================================================================
       FIND-REF-MAPPING-PARA.
           IF WS-MAP-OLD (WS-MAP-IDX) = DEPT-CODE
               AND WS-MAP-NEW (WS-MAP-IDX) NOT = WS-MAP-OLD (WS-MAP-IDX)
             MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.

      * ================================================================
      * FIND-REF-DIVISION-PARA
      * ================================================================
       FIND-REF-DIVISION-PARA.
           IF WS-MAP-NEW (WS-MAP-IDX) = DEPT-CODE
               AND WS-MAP-DIV (WS-MAP-IDX) NOT = SPACES
             MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.

               UNTIL WS-NEWREF-IDX > WS-NEWREF-COUNT
                  OR NEW-CODE-ON-FILE.
           IF NOT NEW-CODE-ON-FILE
               AND WS-MAP-NEW (WS-MAP-IDX) NOT = WS-MAP-OLD (WS-MAP-IDX)
             MOVE SPACES TO DEPTREFNEW-REC
             MOVE WS-MAP-NEW (WS-MAP-IDX)
                  TO DEPTREFNEW-REC (1:4)
             MOVE WS-MAP-NEW (WS-MAP-IDX)
                  TO DEPTREFNEW-REC (5:4)
             MOVE 'Y' TO DEPTREFNEW-REC (35:1)
             IF WS-MAP-DIV (WS-MAP-IDX) NOT = SPACES
               MOVE WS-MAP-DIV (WS-MAP-IDX)
                    TO DEPTREFNEW-REC (36:4)
             ELSE
               MOVE WS-MAP-OLD-DIV (WS-MAP-IDX)
                    TO DEPTREFNEW-REC (36:4)
             END-IF
             WRITE DEPTREFNEW-REC
             ADD 1 TO WS-REF-ADDED
             IF WS-NEWREF-COUNT < 50
      * ================================================================
       FIND-SNAP-MAPPING-PARA.
           IF WS-MAP-OLD (WS-MAP-IDX) = SNAP-DEPT
               AND WS-MAP-NEW (WS-MAP-IDX) NOT = WS-MAP-OLD (WS-MAP-IDX)
             MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF.

                  WS-REF-CLOSED DELIMITED BY SIZE
                  ' REFERENCE ENTRY(S) CLOSED, ' DELIMITED BY SIZE
                  WS-REF-ADDED DELIMITED BY SIZE
                  ' ADDED, ' DELIMITED BY SIZE
                  WS-REF-REPARENTED DELIMITED BY SIZE
                  ' RE-PARENTED' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           IF WS-RENAME-COUNT > 0
             PERFORM FREE-MASTER-LOCK-PARA
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "DEPTREOG: " WS-MOVED-COUNT " EMPLOYEE(S) "
                   "MOVED OF " WS-READ-COUNT " READ, "
                   WS-REF-REPARENTED " DEPARTMENT(S) RE-PARENTED".
           IF WS-MOVED-COUNT = ZERO
               AND WS-REF-REPARENTED = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           MOVE WS-MAP-NEW (WS-MAP-IDX) TO RP-DETAIL (6:4).
           MOVE WS-MAP-MOVED (WS-MAP-IDX) TO RP-DETAIL (12:5).
           MOVE WS-MAP-SNAPS (WS-MAP-IDX) TO RP-DETAIL (28:5).
           MOVE WS-MAP-DIV (WS-MAP-IDX) TO RP-DETAIL (43:4).
           PERFORM WRITE-REPORT-LINE-PARA.
      * ================================================================
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
