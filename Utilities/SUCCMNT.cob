      *================================================================
      * SUCCMNT
      * Transaction-driven maintenance of the succession-plan file
      * (./succmstr.dat, copybooks/SUCC-REC.cob), on the COMPMAINT
      * pattern.  Reads an action-coded transaction file
      * (./succtran.dta) - one transaction per line, an action byte
      * followed by the SUCC-REC layout, keyed department plus
      * title code - and applies each one with a keyed
      * WRITE/REWRITE/DELETE:
      *
      *    A  add        - WRITE a new key position: the incumbent
      *                    is required, the certifications and the
      *                    successor slate are taken as keyed
      *    C  change     - REWRITE the incumbent and/or the
      *                    required certifications (the two codes
      *                    replaced as a pair), only what the
      *                    transaction carries
      *    S  successors - REPLACE the whole slate with the three
      *                    slots on the transaction, so a name is
      *                    dropped by keying the slate without it
      *    D  delete     - the position is no longer a key one
      *
      * The department is validated against deptref.dta and the
      * title against titleref.dta (both must be active), the
      * certifications against skillref.dta; a site without one of
      * the reference files skips that check.  The incumbent and
      * every successor must be on the employee master and active
      * or on leave, a successor may not be the incumbent or appear
      * twice, and each named successor needs a rating of R, S or
      * L.  Every applied change leaves a before/after image pair
      * on ./succaudit.dta stamped with the signed-on operator.
      * Rejects are listed with their reason and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SUCCTRAN ASSIGN TO './succtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT SUCCMSTR ASSIGN TO './succmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
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
              SELECT DEPTREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPTREF-STATUS.
      *
              SELECT TITLEREF ASSIGN TO './titleref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TITLEREF-STATUS.
      *
              SELECT SKILLREF ASSIGN TO './skillref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SKILLREF-STATUS.
      *
              SELECT AUDIT ASSIGN TO './succaudit.dta'
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
           FD SUCCTRAN.
           01 SUCCTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-SLATE      VALUE 'S'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "SUCC-REC.cob".
      *
           FD SUCCMSTR.
           01 SUCCMSTR-REC.
              COPY "SUCC-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD DEPTREF.
           01 DEPTREF-REC.
              COPY "DEPTREF-REC.cob".
      *
           FD TITLEREF.
           01 TITLEREF-REC.
              COPY "TITLEREF-REC.cob".
      *
           FD SKILLREF.
           01 SKILLREF-REC.
              COPY "SKILLREF-REC.cob".
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
           01 WS-REF-EOF      PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-SUCC-STATUS  PIC        X(2).
              88 WS-SUCC-OK          VALUE '00'.
              88 WS-SUCC-MISSING     VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-DEPTREF-STATUS PIC      X(2).
              88 WS-DEPTREF-OK       VALUE '00'.
           01 WS-TITLEREF-STATUS PIC     X(2).
              88 WS-TITLEREF-OK      VALUE '00'.
           01 WS-SKILLREF-STATUS PIC     X(2).
              88 WS-SKILLREF-OK      VALUE '00'.
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
      * The reference tables - department, title and skill codes
      * with their active flags.
           01 WS-DEPT-TBL.
              05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                 10 WS-DEPT-CODE   PIC  X(4).
                 10 WS-DEPT-ACTIVE PIC  X(1).
           01 WS-DEPT-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-DEPT-IDX     PIC        9(2) VALUE ZERO.
           01 WS-TITLE-TBL.
              05 WS-TITLE-ENTRY OCCURS 50 TIMES.
                 10 WS-TITLE-CODE   PIC X(4).
                 10 WS-TITLE-ACTIVE PIC X(1).
           01 WS-TITLE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-TITLE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-SKILL-TBL.
              05 WS-SKILL-CODE PIC X(4) OCCURS 50 TIMES.
           01 WS-SKILL-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-SKILL-IDX    PIC        9(2) VALUE ZERO.
           01 WS-FOUND-SW     PIC        X(1).
              88 CODE-WAS-FOUND      VALUE 'Y'.
              88 CODE-NOT-FOUND      VALUE 'N'.
      *
      * The successor slate and certification being checked.
           01 WS-SLOT-IDX     PIC        9(1) VALUE ZERO.
           01 WS-OTHER-IDX    PIC        9(1) VALUE ZERO.
           01 WS-CERT-IDX     PIC        9(1) VALUE ZERO.
           01 WS-CHECK-EMPID  PIC        9(5).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./succaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'SUCCMNT'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
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
           OPEN INPUT SUCCTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "SUCCMNT: *** CANNOT OPEN SUCCTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O SUCCMSTR.
           IF WS-SUCC-MISSING
             OPEN OUTPUT SUCCMSTR
             CLOSE SUCCMSTR
             OPEN I-O SUCCMSTR
           END-IF.
           IF NOT WS-SUCC-OK
             DISPLAY "SUCCMNT: *** CANNOT OPEN SUCCMSTR.DAT - "
                     "STATUS " WS-SUCC-STATUS " ***"
             CLOSE SUCCTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "SUCCMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE SUCCTRAN
             CLOSE SUCCMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM LOAD-TITLEREF-PARA.
           PERFORM LOAD-SKILLREF-PARA.
           OPEN EXTEND AUDIT.
           DISPLAY "SUCCMNT - SUCCESSION PLAN MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-DEPTREF-PARA
      * ================================================================
       LOAD-DEPTREF-PARA.
           OPEN INPUT DEPTREF.
           IF WS-DEPTREF-OK
             MOVE ' ' TO WS-REF-EOF
             READ DEPTREF INTO DEPTREF-REC
                  AT END MOVE 'Y' TO WS-REF-EOF
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-DEPT-COUNT >= 50
               IF NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                 MOVE DEPT-ACTIVE TO WS-DEPT-ACTIVE (WS-DEPT-COUNT)
               END-IF
               READ DEPTREF INTO DEPTREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE DEPTREF
           ELSE
             DISPLAY "SUCCMNT: NO DEPARTMENT REFERENCE FILE - "
                     "DEPARTMENT CHECK SKIPPED"
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
               MOVE TTL-ACTIVE TO WS-TITLE-ACTIVE (WS-TITLE-COUNT)
               READ TITLEREF INTO TITLEREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE TITLEREF
           ELSE
             DISPLAY "SUCCMNT: NO TITLE REFERENCE FILE - "
                     "TITLE CHECK SKIPPED"
           END-IF.

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
                 OR WS-SKILL-COUNT >= 50
               IF SKILL-CODE NOT = SPACES
                 ADD 1 TO WS-SKILL-COUNT
                 MOVE SKILL-CODE TO WS-SKILL-CODE (WS-SKILL-COUNT)
               END-IF
               READ SKILLREF INTO SKILLREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-PERFORM
             CLOSE SKILLREF
           ELSE
             DISPLAY "SUCCMNT: NO SKILL REFERENCE FILE - "
                     "CERTIFICATION CHECK SKIPPED"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ SUCCTRAN INTO SUCCTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ SUCCTRAN INTO SUCCTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new record; every other action reads the
      * position first, then rewrites or deletes it, leaving its
      * image pair.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-IS-ADD
             PERFORM ADD-POSITION-PARA
           ELSE
             MOVE SP-KEY OF SUCCTRAN-REC TO SP-KEY OF SUCCMSTR-REC
             READ SUCCMSTR
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'POSITION NOT ON FILE' TO WS-REJECT-REASON
             END-READ
             IF TRAN-APPLIED
               MOVE SUCCMSTR-REC TO WS-AUDIT-BEFORE
               EVALUATE TRUE
                 WHEN TRN-IS-CHANGE
                   PERFORM CHANGE-POSITION-PARA
                 WHEN TRN-IS-SLATE
                   PERFORM CHECK-SLATE-PARA
                   IF TRAN-APPLIED
                     MOVE SP-SUCCESSOR OF SUCCTRAN-REC (1)
                          TO SP-SUCCESSOR OF SUCCMSTR-REC (1)
                     MOVE SP-SUCCESSOR OF SUCCTRAN-REC (2)
                          TO SP-SUCCESSOR OF SUCCMSTR-REC (2)
                     MOVE SP-SUCCESSOR OF SUCCTRAN-REC (3)
                          TO SP-SUCCESSOR OF SUCCMSTR-REC (3)
                   END-IF
                 WHEN TRN-IS-DELETE
                   PERFORM DELETE-POSITION-PARA
                 WHEN OTHER
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
             END-IF
             IF TRAN-APPLIED AND NOT TRN-IS-DELETE
               MOVE FUNCTION CURRENT-DATE (1:8)
                    TO SP-REVIEW-DATE OF SUCCMSTR-REC
               REWRITE SUCCMSTR-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   NOT INVALID KEY
                     MOVE 'C' TO WS-AUDIT-ACTION
                     MOVE SUCCMSTR-REC TO WS-AUDIT-AFTER
                     PERFORM WRITE-AUDIT-PARA
               END-REWRITE
             END-IF
           END-IF.

      * ================================================================
      * ADD-POSITION-PARA
      * ================================================================
       ADD-POSITION-PARA.
           PERFORM CHECK-DEPT-PARA.
           IF TRAN-APPLIED
             PERFORM CHECK-TITLE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE SP-INCUMBENT OF SUCCTRAN-REC TO WS-CHECK-EMPID
             PERFORM CHECK-EMPLOYEE-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-CERTS-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-SLATE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE SUCCTRAN-REC (2:) TO SUCCMSTR-REC
             MOVE FUNCTION CURRENT-DATE (1:8)
                  TO SP-REVIEW-DATE OF SUCCMSTR-REC
             WRITE SUCCMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'POSITION ALREADY ON FILE'
                        TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SUCCMSTR-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-POSITION-PARA
      * A new incumbent must not already be on the slate.
      * ================================================================
       CHANGE-POSITION-PARA.
           IF SP-INCUMBENT OF SUCCTRAN-REC NUMERIC
               AND SP-INCUMBENT OF SUCCTRAN-REC NOT = ZERO
             MOVE SP-INCUMBENT OF SUCCTRAN-REC TO WS-CHECK-EMPID
             PERFORM CHECK-EMPLOYEE-PARA
             IF TRAN-APPLIED
               PERFORM CHECK-NOT-ON-SLATE-PARA
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3 OR TRAN-REJECTED
             END-IF
             IF TRAN-APPLIED
               MOVE SP-INCUMBENT OF SUCCTRAN-REC
                    TO SP-INCUMBENT OF SUCCMSTR-REC
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND (SP-REQ-CERT OF SUCCTRAN-REC (1) NOT = SPACES
                OR SP-REQ-CERT OF SUCCTRAN-REC (2) NOT = SPACES)
             PERFORM CHECK-CERTS-PARA
             IF TRAN-APPLIED
               MOVE SP-REQ-CERT OF SUCCTRAN-REC (1)
                    TO SP-REQ-CERT OF SUCCMSTR-REC (1)
               MOVE SP-REQ-CERT OF SUCCTRAN-REC (2)
                    TO SP-REQ-CERT OF SUCCMSTR-REC (2)
             END-IF
           END-IF.

      * ================================================================
      * CHECK-NOT-ON-SLATE-PARA
      * ================================================================
       CHECK-NOT-ON-SLATE-PARA.
           IF SP-SUCC-EMPID OF SUCCMSTR-REC (WS-SLOT-IDX)
               = SP-INCUMBENT OF SUCCTRAN-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'NEW INCUMBENT IS ON THE SLATE' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * DELETE-POSITION-PARA
      * ================================================================
       DELETE-POSITION-PARA.
           DELETE SUCCMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'DELETE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE 'D' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-DELETE.

      * ================================================================
      * CHECK-DEPT-PARA
      * ================================================================
       CHECK-DEPT-PARA.
           IF SP-DEPT OF SUCCTRAN-REC = SPACES
             SET TRAN-REJECTED TO TRUE
             MOVE 'DEPARTMENT CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED AND WS-DEPT-COUNT > 0
             SET CODE-NOT-FOUND TO TRUE
             PERFORM CHECK-ONE-DEPT-PARA
                 VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                    OR CODE-WAS-FOUND
             IF CODE-NOT-FOUND
               SET TRAN-REJECTED TO TRUE
               MOVE 'DEPARTMENT CODE NOT ON FILE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * CHECK-ONE-DEPT-PARA
      * ================================================================
       CHECK-ONE-DEPT-PARA.
           IF WS-DEPT-CODE (WS-DEPT-IDX) = SP-DEPT OF SUCCTRAN-REC
               AND WS-DEPT-ACTIVE (WS-DEPT-IDX) = 'Y'
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * CHECK-TITLE-PARA
      * ================================================================
       CHECK-TITLE-PARA.
           IF SP-TITLE OF SUCCTRAN-REC = SPACES
             SET TRAN-REJECTED TO TRUE
             MOVE 'TITLE CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED AND WS-TITLE-COUNT > 0
             SET CODE-NOT-FOUND TO TRUE
             PERFORM CHECK-ONE-TITLE-PARA
                 VARYING WS-TITLE-IDX FROM 1 BY 1
                 UNTIL WS-TITLE-IDX > WS-TITLE-COUNT
                    OR CODE-WAS-FOUND
             IF CODE-NOT-FOUND
               SET TRAN-REJECTED TO TRUE
               MOVE 'TITLE CODE NOT ON FILE' TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * CHECK-ONE-TITLE-PARA
      * ================================================================
       CHECK-ONE-TITLE-PARA.
           IF WS-TITLE-CODE (WS-TITLE-IDX) = SP-TITLE OF SUCCTRAN-REC
               AND WS-TITLE-ACTIVE (WS-TITLE-IDX) = 'Y'
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * CHECK-CERTS-PARA
      * Each certification named must be a recognised skill code.
      * ================================================================
       CHECK-CERTS-PARA.
           PERFORM CHECK-ONE-CERT-PARA
               VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > 2 OR TRAN-REJECTED.

      * ================================================================
      * CHECK-ONE-CERT-PARA
      * ================================================================
       CHECK-ONE-CERT-PARA.
           IF SP-REQ-CERT OF SUCCTRAN-REC (WS-CERT-IDX) NOT = SPACES
               AND WS-SKILL-COUNT > 0
             SET CODE-NOT-FOUND TO TRUE
             PERFORM FIND-SKILL-PARA
                 VARYING WS-SKILL-IDX FROM 1 BY 1
                 UNTIL WS-SKILL-IDX > WS-SKILL-COUNT
                    OR CODE-WAS-FOUND
             IF CODE-NOT-FOUND
               SET TRAN-REJECTED TO TRUE
               MOVE 'CERTIFICATION CODE NOT ON FILE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * FIND-SKILL-PARA
      * ================================================================
       FIND-SKILL-PARA.
           IF WS-SKILL-CODE (WS-SKILL-IDX)
               = SP-REQ-CERT OF SUCCTRAN-REC (WS-CERT-IDX)
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * CHECK-SLATE-PARA
      * Every named successor must be a current employee with a
      * rating, not the incumbent and not named twice.
      * ================================================================
       CHECK-SLATE-PARA.
           PERFORM CHECK-ONE-SLOT-PARA
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3 OR TRAN-REJECTED.

      * ================================================================
      * CHECK-ONE-SLOT-PARA
      * ================================================================
       CHECK-ONE-SLOT-PARA.
           IF SP-SUCC-EMPID OF SUCCTRAN-REC (WS-SLOT-IDX) NOT NUMERIC
             MOVE ZERO TO SP-SUCC-EMPID OF SUCCTRAN-REC (WS-SLOT-IDX)
           END-IF.
           IF SP-SUCC-EMPID OF SUCCTRAN-REC (WS-SLOT-IDX) = ZERO
             MOVE SPACE TO SP-SUCC-READY OF SUCCTRAN-REC (WS-SLOT-IDX)
           ELSE
             IF NOT SP-SUCC-READY-VALID OF SUCCTRAN-REC (WS-SLOT-IDX)
               SET TRAN-REJECTED TO TRUE
               MOVE 'READINESS MUST BE R, S OR L'
                    TO WS-REJECT-REASON
             END-IF
             IF TRAN-APPLIED
               MOVE SP-SUCC-EMPID OF SUCCTRAN-REC (WS-SLOT-IDX)
                    TO WS-CHECK-EMPID
               PERFORM CHECK-EMPLOYEE-PARA
             END-IF
             IF TRAN-APPLIED
               IF TRN-IS-ADD
                 IF WS-CHECK-EMPID = SP-INCUMBENT OF SUCCTRAN-REC
                   SET TRAN-REJECTED TO TRUE
                 END-IF
               ELSE
                 IF WS-CHECK-EMPID = SP-INCUMBENT OF SUCCMSTR-REC
                   SET TRAN-REJECTED TO TRUE
                 END-IF
               END-IF
               IF TRAN-REJECTED
                 MOVE 'SUCCESSOR IS THE INCUMBENT'
                      TO WS-REJECT-REASON
               END-IF
             END-IF
             IF TRAN-APPLIED
               PERFORM CHECK-DUPLICATE-PARA
                   VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >= WS-SLOT-IDX
                      OR TRAN-REJECTED
             END-IF
           END-IF.

      * ================================================================
      * CHECK-DUPLICATE-PARA
      * ================================================================
       CHECK-DUPLICATE-PARA.
           IF SP-SUCC-EMPID OF SUCCTRAN-REC (WS-OTHER-IDX)
               = WS-CHECK-EMPID
             SET TRAN-REJECTED TO TRUE
             MOVE 'SUCCESSOR NAMED TWICE' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * CHECK-EMPLOYEE-PARA
      * WS-CHECK-EMPID must be on the master and active or on
      * leave.
      * ================================================================
       CHECK-EMPLOYEE-PARA.
           MOVE WS-CHECK-EMPID TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER'
                      TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED
               AND NOT EMP-ACTIVE OF EMPLOYEE-FILE
               AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'EMPLOYEE NOT ACTIVE/ON LEAVE' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " POSITION "
                     SP-DEPT OF SUCCTRAN-REC "/"
                     SP-TITLE OF SUCCTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " POSITION "
                     SP-DEPT OF SUCCTRAN-REC "/"
                     SP-TITLE OF SUCCTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SUCCTRAN.
           CLOSE SUCCMSTR.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "SUCCMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
