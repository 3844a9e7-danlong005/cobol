      *================================================================
      * ENTMAINT
      * Transaction-driven maintenance of the employee legal-entity
      * assignments (./empent.dat, copybooks/EMPENT-REC.cob), on the
      * ASSETMNT pattern.  Reads an action-coded transaction file
      * (./enttran.dta) - one transaction per line: an action byte,
      * the EMPID, the entity code and an effective date (YYYYMMDD)
      * - and applies each one with a keyed WRITE/REWRITE/DELETE:
      *
      *    A  assign    - WRITE a first assignment for an employee
      *                   joining a company other than the home
      *                   entity (or being recorded against one);
      *                   the date defaults to the hire date
      *    C  correct   - REWRITE an assignment keyed in error, the
      *                   entity and/or date the transaction carries
      *    T  transfer  - move the employee to another entity on
      *                   the effective date (default today): a
      *                   termination in the old entity and a hire
      *                   in the new one, the old entity and its
      *                   last day kept on the record
      *    D  delete    - remove an assignment keyed in error, so
      *                   the employee reverts to the home entity
      *
      * Every entity code is validated against ./entityref.dta and
      * must be active there; a shop with no entityref.dta is a
      * single company and the run is refused.  The EMPID must be
      * on the master, and a transfer only moves an active or
      * on-leave employee.  A transfer deliberately leaves the
      * master record alone - no status change, no termination
      * event for TERMCASC to act on, and EMPHDT untouched - so
      * company service runs on unbroken across the move while
      * the per-entity feeds see a leaver in the old company and a
      * hire in the new one.  Every applied change leaves a
      * before/after image pair on ./entaudit.dta stamped with the
      * signed-on operator.  Rejects are listed with their reason
      * and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ENTTRAN ASSIGN TO './enttran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT EMPENT ASSIGN TO './empent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EE-EMPID
              FILE STATUS IS EN-EMP-STATUS.
      *
              SELECT ENTITYREF ASSIGN TO './entityref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EN-REF-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT AUDIT ASSIGN TO './entaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
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
           FD ENTTRAN.
           01 ENTTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ASSIGN     VALUE 'A'.
                 88 TRN-IS-CORRECT    VALUE 'C'.
                 88 TRN-IS-TRANSFER   VALUE 'T'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              05 TRN-EMPID    PIC        9(5).
              05 TRN-ENTITY   PIC        X(4).
              05 TRN-EFF-DATE PIC        9(8).
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
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
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-EMP-HIRE-DATE PIC       9(8).
           01 WS-EFF-DATE     PIC        9(8).
      *
      * The employee's current assignment for a transfer - the
      * record when one is on file, the home entity when not.
           01 WS-ON-FILE-SW   PIC        X(1).
              88 ASSIGNMENT-ON-FILE  VALUE 'Y'.
              88 NO-ASSIGNMENT       VALUE 'N'.
           01 WS-CUR-ENTITY   PIC        X(4).
           01 WS-CUR-ENT-DATE PIC        9(8).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./entaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ENTMAINT'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "ENTITY_DEF.cob".
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
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'U' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-ENTITIES-PARA.
           IF EN-COUNT = ZERO
             DISPLAY "ENTMAINT: *** NO ENTITYREF.DTA - THERE ARE NO "
                     "ENTITIES TO ASSIGN ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT ENTTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "ENTMAINT: *** CANNOT OPEN ENTTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O EMPENT.
           IF EN-EMP-FILE-MISSING
             OPEN OUTPUT EMPENT
             CLOSE EMPENT
             OPEN I-O EMPENT
           END-IF.
           IF NOT EN-EMP-FILE-OK
             DISPLAY "ENTMAINT: *** CANNOT OPEN EMPENT.DAT - "
                     "STATUS " EN-EMP-STATUS " ***"
             CLOSE ENTTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ENTMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ENTTRAN
             CLOSE EMPENT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUDIT.
           DISPLAY "ENTMAINT - EMPLOYEE LEGAL-ENTITY MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ ENTTRAN INTO ENTTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ ENTTRAN INTO ENTTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * Every action needs the employee on the master; the
      * employee's assignment record is read up front so each
      * action can tell whether there is one.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT TRN-IS-ASSIGN AND NOT TRN-IS-CORRECT
               AND NOT TRN-IS-TRANSFER AND NOT TRN-IS-DELETE
             SET TRAN-REJECTED TO TRUE
             MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-EMPLOYEE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE TRN-EMPID TO EE-EMPID
             READ EMPENT
                 INVALID KEY
                   SET NO-ASSIGNMENT TO TRUE
                   MOVE SPACES TO WS-AUDIT-BEFORE
                 NOT INVALID KEY
                   SET ASSIGNMENT-ON-FILE TO TRUE
                   MOVE EMPENT-REC TO WS-AUDIT-BEFORE
             END-READ
             EVALUATE TRUE
               WHEN TRN-IS-ASSIGN
                 PERFORM ASSIGN-ENTITY-PARA
               WHEN TRN-IS-CORRECT
                 PERFORM CORRECT-ENTITY-PARA
               WHEN TRN-IS-TRANSFER
                 PERFORM TRANSFER-ENTITY-PARA
               WHEN OTHER
                 PERFORM DELETE-ENTITY-PARA
             END-EVALUATE
           END-IF.

      * ================================================================
      * CHECK-EMPLOYEE-PARA
      * The EMPID must be on the master; its hire date is kept as
      * YYYYMMDD for the date edits.
      * ================================================================
       CHECK-EMPLOYEE-PARA.
           IF TRN-EMPID NOT NUMERIC OR TRN-EMPID = ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE 'EMPID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE TRN-EMPID TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPID NOT ON MASTER' TO WS-REJECT-REASON
             END-READ
           END-IF.
           IF TRAN-APPLIED
             IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
                 AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
                 AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
               COMPUTE WS-EMP-HIRE-DATE =
                   EMPHDTY OF EMPLOYEE-FILE * 10000
                 + EMPHDTM OF EMPLOYEE-FILE * 100
                 + EMPHDTD OF EMPLOYEE-FILE
             ELSE
               MOVE ZERO TO WS-EMP-HIRE-DATE
             END-IF
           END-IF.

      * ================================================================
      * CHECK-ENTITY-PARA
      * TRN-ENTITY must be on entityref.dta and still active.
      * ================================================================
       CHECK-ENTITY-PARA.
           MOVE TRN-ENTITY TO EN-ENTITY.
           PERFORM FIND-ENTITY-SLOT-PARA.
           EVALUATE TRUE
             WHEN TRN-ENTITY = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'ENTITY CODE MISSING' TO WS-REJECT-REASON
             WHEN EN-SLOT = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'ENTITY NOT ON ENTITYREF' TO WS-REJECT-REASON
             WHEN EN-TBL-ACTIVE (EN-SLOT) NOT = 'Y'
               SET TRAN-REJECTED TO TRUE
               MOVE 'ENTITY IS CLOSED' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * CHECK-EFF-DATE-PARA
      * WS-EFF-DATE must be a real date and no earlier than the
      * hire date on the master.
      * ================================================================
       CHECK-EFF-DATE-PARA.
           EVALUATE TRUE
             WHEN WS-EFF-DATE NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'EFFECTIVE DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-DATE) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'EFFECTIVE DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN WS-EFF-DATE < WS-EMP-HIRE-DATE
               SET TRAN-REJECTED TO TRUE
               MOVE 'EFFECTIVE DATE BEFORE HIRE' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * ASSIGN-ENTITY-PARA
      * A first assignment, dated the hire date unless another date
      * is keyed.
      * ================================================================
       ASSIGN-ENTITY-PARA.
           IF ASSIGNMENT-ON-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'ASSIGNMENT ALREADY ON FILE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-ENTITY-PARA
           END-IF.
           IF TRAN-APPLIED
             IF TRN-EFF-DATE NUMERIC AND TRN-EFF-DATE NOT = ZERO
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
             ELSE
               MOVE WS-EMP-HIRE-DATE TO WS-EFF-DATE
             END-IF
             PERFORM CHECK-EFF-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE SPACES TO EMPENT-REC
             MOVE TRN-EMPID TO EE-EMPID
             MOVE TRN-ENTITY TO EE-ENTITY
             MOVE WS-EFF-DATE TO EE-ENT-HIRE-DATE
             MOVE ZERO TO EE-PRIOR-END-DATE
             WRITE EMPENT-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'ASSIGNMENT ALREADY ON FILE'
                        TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE EMPENT-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CORRECT-ENTITY-PARA
      * Blank or zero fields leave the assignment's value alone.
      * ================================================================
       CORRECT-ENTITY-PARA.
           IF NO-ASSIGNMENT
             SET TRAN-REJECTED TO TRUE
             MOVE 'NO ASSIGNMENT ON FILE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED AND TRN-ENTITY NOT = SPACES
             PERFORM CHECK-ENTITY-PARA
             IF TRAN-APPLIED
               MOVE TRN-ENTITY TO EE-ENTITY
             END-IF
           END-IF.
           IF TRAN-APPLIED
             IF TRN-EFF-DATE NUMERIC AND TRN-EFF-DATE NOT = ZERO
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
             ELSE
               MOVE EE-ENT-HIRE-DATE TO WS-EFF-DATE
             END-IF
             PERFORM CHECK-EFF-DATE-PARA
           END-IF.
           IF TRAN-APPLIED AND EE-PRIOR-ENTITY NOT = SPACES
               AND WS-EFF-DATE NOT > EE-PRIOR-END-DATE
             SET TRAN-REJECTED TO TRUE
             MOVE 'DATE NOT AFTER PRIOR ENTITY' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED AND EE-ENTITY = EE-PRIOR-ENTITY
             SET TRAN-REJECTED TO TRUE
             MOVE 'SAME AS PRIOR ENTITY' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE WS-EFF-DATE TO EE-ENT-HIRE-DATE
             REWRITE EMPENT-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE EMPENT-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-REWRITE
           END-IF.

      * ================================================================
      * TRANSFER-ENTITY-PARA
      * Ends the employee in the current entity the day before the
      * effective date and starts them in the new one on it.  An
      * employee with no assignment record is moving out of the
      * home entity, and gets a record now.
      * ================================================================
       TRANSFER-ENTITY-PARA.
           IF NOT EMP-ACTIVE OF EMPLOYEE-FILE
               AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'EMPLOYEE NOT ACTIVE/ON LEAVE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-ENTITY-PARA
           END-IF.
           IF TRAN-APPLIED
             IF ASSIGNMENT-ON-FILE
               MOVE EE-ENTITY TO WS-CUR-ENTITY
               MOVE EE-ENT-HIRE-DATE TO WS-CUR-ENT-DATE
             ELSE
               MOVE EN-TBL-CODE (EN-HOME-SLOT) TO WS-CUR-ENTITY
               MOVE WS-EMP-HIRE-DATE TO WS-CUR-ENT-DATE
             END-IF
             IF TRN-ENTITY = WS-CUR-ENTITY
               SET TRAN-REJECTED TO TRUE
               MOVE 'ALREADY IN THAT ENTITY' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             IF TRN-EFF-DATE NUMERIC AND TRN-EFF-DATE NOT = ZERO
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
             ELSE
               MOVE WS-TODAY TO WS-EFF-DATE
             END-IF
             PERFORM CHECK-EFF-DATE-PARA
           END-IF.
           IF TRAN-APPLIED AND WS-EFF-DATE NOT > WS-CUR-ENT-DATE
             SET TRAN-REJECTED TO TRUE
             MOVE 'DATE NOT AFTER ENTITY START' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE TRN-EMPID TO EE-EMPID
             MOVE WS-CUR-ENTITY TO EE-PRIOR-ENTITY
             COMPUTE EE-PRIOR-END-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-EFF-DATE) - 1)
             MOVE TRN-ENTITY TO EE-ENTITY
             MOVE WS-EFF-DATE TO EE-ENT-HIRE-DATE
             MOVE 'T' TO WS-AUDIT-ACTION
             IF ASSIGNMENT-ON-FILE
               REWRITE EMPENT-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               END-REWRITE
             ELSE
               WRITE EMPENT-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE EMPENT-REC TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * DELETE-ENTITY-PARA
      * ================================================================
       DELETE-ENTITY-PARA.
           IF NO-ASSIGNMENT
             SET TRAN-REJECTED TO TRUE
             MOVE 'NO ASSIGNMENT ON FILE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             DELETE EMPENT RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'NO ASSIGNMENT ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'D' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-DELETE
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID " TRN-EMPID
                     " ENTITY " TRN-ENTITY
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID " TRN-EMPID
                     " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE ENTTRAN.
           CLOSE EMPENT.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "ENTMAINT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED".
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-REJECT-COUNT > 0 OR WS-TRAN-COUNT = ZERO
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
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN LEGAL-ENTITY LOOKUP
      * ================================================================
       COPY "ENTITY_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
