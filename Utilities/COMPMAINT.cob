      * blank, cols 4-10 minimum salary, col 11 blank, cols 12-18
      * maximum salary, whole dollars; with no file on hand the
      * range edit stands down so a site without it still runs).
      * Where the grade reference file (./graderef.dta,
      * copybooks/GRADEREF-REC.cob) is on hand it supersedes
      * gradelim.parm: the limits come from its minimum and maximum,
      * and a transaction's grade must be on it and active, the way
      * EMPLOAD holds EMPDPT to deptref.dta.
      * A failed transaction goes to the suspense file
      * (./compsusp.dta) with REJECT-REC reason codes, and every
      * applied change leaves a before/after image pair on
      * ./compaudit.dta the way EMPMAINT writes ./empaudit.dta.
      *
      * Two-person approval: a change moving the salary by more than
      * the threshold percentage either way, and any delete, is not
      * applied but held on ./heldtran.dta (copybooks/
      * HELDTRAN-REC.cob) for a second operator to release or reject
      * in HELDAPPR.
      * The threshold is one PIC 9(3) percentage in cols 1-3 of
      * ./approval.parm on the infile.parm pattern, 010 with no
      * file.  Items released since the last run are applied first,
      * the audit pair stamped with both the maker and the checker.
      * The run holds the held-file lock ./heldtran.lck while it
      * rebuilds the held file, and ends RC 8 if another run has it.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMAINT.
              SELECT GRADEPARM ASSIGN TO './gradelim.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADE-STATUS.
      *
              SELECT GRADEREF ASSIGN TO './graderef.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADEREF-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
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
              SELECT HELDTRAN ASSIGN TO './heldtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HT-HELD-STATUS.
      *
              SELECT HELDNEW ASSIGN TO './heldtran.new'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT HELDLOCK ASSIGN TO './heldtran.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HK-LOCK-STATUS.
      *
              SELECT APPRPARM ASSIGN TO './approval.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPRPARM-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
              05 GP-MIN-SAL   PIC        9(7).
              05 FILLER       PIC        X(1).
              05 GP-MAX-SAL   PIC        9(7).
      *
           FD GRADEREF.
           01 GRADEREF-REC.
              COPY "GRADEREF-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
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
      * The held file is read as raw bytes and rewritten through
      * the decoded view, so HELDTRAN-REC's names stay unambiguous.
           FD HELDTRAN.
           01 HELDTRAN-REC    PIC      X(166).
      *
           FD HELDNEW.
           01 HELDNEW-REC.
              COPY "HELDTRAN-REC.cob".
      *
           FD HELDLOCK.
           01 HELDLOCK-REC    PIC      X(34).
      *
           FD APPRPARM.
           01 APPRPARM-REC.
              05 AP-SALARY-PCT PIC       9(3).
              05 FILLER       PIC        X(1).
              05 AP-AGING-DAYS PIC       9(3).
      *
           WORKING-STORAGE SECTION.
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-GRADE-STATUS PIC        X(2).
              88 WS-GRADE-OK         VALUE '00'.
           01 WS-GRADE-EOF    PIC        A(1).
           01 WS-GRADEREF-STATUS PIC     X(2).
              88 WS-GRADEREF-OK      VALUE '00'.
           01 WS-APPRPARM-STATUS PIC     X(2).
              88 WS-APPRPARM-OK      VALUE '00'.
           01 WS-APPRPARM-EOF PIC        A(1).
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
      *
      * One applied/rejected/held switch per transaction, set by the
      * action paragraphs and reported by REPORT-ONE-TRAN-PARA.
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
              88 TRAN-HELD           VALUE 'H'.
      *
      * Two-person approval threshold, from ./approval.parm, and the
      * size of a change's salary move as a percentage of the old
      * salary.
           01 WS-SALARY-PCT   PIC        9(3) VALUE 010.
           01 WS-CHANGE-PCT   PIC       S9(7)V99.
      *
      * First failure captured for the suspense file's reason-code
      * suffix (copybooks/REJECT-REC.cob).
           01 WS-REJ-FIELD    PIC        X(8).
           01 WS-REJ-MSG      PIC        X(30).
      *
      * Salary limits per grade, from ./graderef.dta or failing
      * that ./gradelim.parm.  An empty table stands the range edit
      * down; only a table from graderef.dta also edits the code.
           01 WS-GRADE-TBL.
              05 WS-GRADE-ENTRY OCCURS 20 TIMES.
                 10 WS-GRADE-CODE     PIC  X(2).
                 10 WS-GRADE-MIN     PIC   9(7).
                 10 WS-GRADE-MAX     PIC   9(7).
                 10 WS-GRADE-ACTIVE  PIC   X(1).
           01 WS-GRADE-SOURCE PIC        X(1) VALUE 'N'.
              88 GRADES-FROM-GRADEREF  VALUE 'R'.
              88 GRADES-FROM-GRADELIM  VALUE 'L'.
           01 WS-GRADE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-GRADE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-GRADE-SLOT   PIC        9(2) VALUE ZERO.
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "HELDTRAN_DEF.cob".
      *
       COPY "HELDLOCK_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT COMPSUSP.
           OPEN EXTEND AUDIT.
           PERFORM LOAD-GRADE-LIMITS-PARA.
           PERFORM READ-APPRPARM-PARA.
           DISPLAY "COMPMAINT - COMPENSATION FILE MAINTENANCE".
           DISPLAY "----------------------------------------------".
           PERFORM OPEN-HELD-FILE-PARA.

      * ================================================================
      * READ-APPRPARM-PARA
      * The salary threshold on the infile.parm pattern - a site
      * without the file yet holds any move over the built-in 10%.
      * ================================================================
       READ-APPRPARM-PARA.
           OPEN INPUT APPRPARM.
           IF WS-APPRPARM-OK
             MOVE ' ' TO WS-APPRPARM-EOF
             READ APPRPARM INTO APPRPARM-REC
                  AT END MOVE 'Y' TO WS-APPRPARM-EOF
             END-READ
             IF WS-APPRPARM-EOF NOT = 'Y' AND AP-SALARY-PCT NUMERIC
               MOVE AP-SALARY-PCT TO WS-SALARY-PCT
             END-IF
             CLOSE APPRPARM
           END-IF.

      * ================================================================
      * LOAD-GRADE-LIMITS-PARA
      * The grade reference file first; failing that the older
      * grade-limits parameter file; with neither on hand the range
      * edit stands down rather than rejecting everything.
      * ================================================================
       LOAD-GRADE-LIMITS-PARA.
           PERFORM LOAD-GRADEREF-PARA.
           IF WS-GRADE-COUNT > ZERO
             SET GRADES-FROM-GRADEREF TO TRUE
           ELSE
             PERFORM LOAD-GRADELIM-PARA
           END-IF.

      * ================================================================
      * LOAD-GRADEREF-PARA
      * ================================================================
       LOAD-GRADEREF-PARA.
           OPEN INPUT GRADEREF.
           IF WS-GRADEREF-OK
             MOVE ' ' TO WS-GRADE-EOF
             READ GRADEREF INTO GRADEREF-REC
                  AT END MOVE 'Y' TO WS-GRADE-EOF
             END-READ
             PERFORM UNTIL WS-GRADE-EOF = 'Y'
                 OR WS-GRADE-COUNT >= 20
               IF GRADEREF-REC (1:1) NOT = '*'
                   AND GRD-CODE NOT = SPACES
                 ADD 1 TO WS-GRADE-COUNT
                 MOVE GRD-CODE TO WS-GRADE-CODE (WS-GRADE-COUNT)
                 MOVE GRD-MIN TO WS-GRADE-MIN (WS-GRADE-COUNT)
                 MOVE GRD-MAX TO WS-GRADE-MAX (WS-GRADE-COUNT)
                 MOVE GRD-ACTIVE TO WS-GRADE-ACTIVE (WS-GRADE-COUNT)
               END-IF
               READ GRADEREF INTO GRADEREF-REC
                    AT END MOVE 'Y' TO WS-GRADE-EOF
               END-READ
             END-PERFORM
             CLOSE GRADEREF
           END-IF.

      * ================================================================
      * LOAD-GRADELIM-PARA
      * ================================================================
       LOAD-GRADELIM-PARA.
           OPEN INPUT GRADEPARM.
           IF WS-GRADE-OK
             MOVE ' ' TO WS-GRADE-EOF
                 MOVE GP-GRADE TO WS-GRADE-CODE (WS-GRADE-COUNT)
                 MOVE GP-MIN-SAL TO WS-GRADE-MIN (WS-GRADE-COUNT)
                 MOVE GP-MAX-SAL TO WS-GRADE-MAX (WS-GRADE-COUNT)
                 MOVE 'Y' TO WS-GRADE-ACTIVE (WS-GRADE-COUNT)
               END-IF
               READ GRADEPARM INTO GRADEPARM-REC
                    AT END MOVE 'Y' TO WS-GRADE-EOF
           IF WS-GRADE-COUNT = ZERO
             DISPLAY "COMPMAINT: NO GRADE LIMITS FILE - SALARY "
                     "RANGE EDIT STANDS DOWN"
           ELSE
             SET GRADES-FROM-GRADELIM TO TRUE
           END-IF.

      * ================================================================
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-RELEASED-TRAN-PARA
      * One item a checker has released, run through the same apply
      * and report as the day's own transactions (see copybooks/
      * HELDTRAN_PARA.cob).
      * ================================================================
       APPLY-RELEASED-TRAN-PARA.
           MOVE HT-TRAN TO COMPTRAN-REC.
           ADD 1 TO WS-TRAN-COUNT.
           PERFORM APPLY-ONE-TRAN-PARA.
           PERFORM REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             SET HT-RELEASE-APPLIED TO TRUE
           ELSE
             SET HT-RELEASE-FAILED TO TRUE
           END-IF.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * Validates, then dispatches one transaction to its action
      * The EMPID must be a real, still-paid employee - on the
      * master and active or on leave - and an add's (or a change's
      * supplied) salary must be numeric and inside its grade's
      * limits.  A supplied grade must be an active code on the
      * grade reference file when there is one.  Only the first
      * failing check records its reason.
      * ================================================================
       VALIDATE-TRAN-PARA.
           MOVE CMP-EMPID OF COMPTRAN-REC TO EMPID OF EMPLOYEE-FILE.
               MOVE 'EMPLOYEE NOT ACTIVE/ON LEAVE' TO WS-REJ-MSG
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND GRADES-FROM-GRADEREF
               AND (TRN-IS-ADD
                    OR CMP-GRADE OF COMPTRAN-REC NOT = SPACES)
             PERFORM CHECK-GRADE-CODE-PARA
           END-IF.
           IF TRAN-APPLIED
               AND (TRN-IS-ADD
                    OR CMP-SALARY OF COMPTRAN-REC NOT = ZERO)
             END-IF
           END-IF.

      * ================================================================
      * CHECK-GRADE-CODE-PARA
      * The transaction's grade against the reference file - only
      * a code on file and still in use passes.
      * ================================================================
       CHECK-GRADE-CODE-PARA.
           MOVE CMP-GRADE OF COMPTRAN-REC TO WS-EDIT-GRADE.
           MOVE ZERO TO WS-GRADE-SLOT.
           PERFORM FIND-GRADE-PARA
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
                  OR WS-GRADE-SLOT > 0.
           IF WS-GRADE-SLOT = ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE 'C005' TO WS-REJ-CODE
             MOVE 'CMPGRADE' TO WS-REJ-FIELD
             MOVE 'GRADE CODE NOT ON FILE' TO WS-REJ-MSG
           ELSE
             IF WS-GRADE-ACTIVE (WS-GRADE-SLOT) NOT = 'Y'
               SET TRAN-REJECTED TO TRUE
               MOVE 'C005' TO WS-REJ-CODE
               MOVE 'CMPGRADE' TO WS-REJ-FIELD
               MOVE 'GRADE CODE CLOSED' TO WS-REJ-MSG
             END-IF
           END-IF.

      * ================================================================
      * FIND-GRADE-PARA
      * ================================================================
                 MOVE 'CMPEMPID' TO WS-REJ-FIELD
                 MOVE 'NO COMP RECORD ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED AND HT-HOLD-CHECK-ON
             PERFORM CHECK-SALARY-HOLD-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE COMPMSTR-REC TO WS-AUDIT-BEFORE
             IF CMP-GRADE OF COMPTRAN-REC NOT = SPACES
             END-REWRITE
           END-IF.

      * ================================================================
      * CHECK-SALARY-HOLD-PARA
      * A salary move of more than the threshold percentage, up or
      * down, waits for a second operator; so does any salary put
      * on a record that had none.
      * ================================================================
       CHECK-SALARY-HOLD-PARA.
           IF CMP-SALARY OF COMPTRAN-REC NUMERIC
               AND CMP-SALARY OF COMPTRAN-REC NOT = ZERO
               AND CMP-SALARY OF COMPTRAN-REC
                   NOT = CMP-SALARY OF COMPMSTR-REC
             IF CMP-SALARY OF COMPMSTR-REC = ZERO
               MOVE 'SALR' TO HT-HOLD-REASON
               PERFORM HOLD-TRAN-PARA
             ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (CMP-SALARY OF COMPTRAN-REC
                    - CMP-SALARY OF COMPMSTR-REC) * 100
                   / CMP-SALARY OF COMPMSTR-REC
               IF WS-CHANGE-PCT < ZERO
                 COMPUTE WS-CHANGE-PCT = WS-CHANGE-PCT * -1
               END-IF
               IF WS-CHANGE-PCT > WS-SALARY-PCT
                 MOVE 'SALR' TO HT-HOLD-REASON
                 PERFORM HOLD-TRAN-PARA
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * HOLD-TRAN-PARA
      * Parks the transaction on the held file instead of applying
      * it.
      * ================================================================
       HOLD-TRAN-PARA.
           SET TRAN-HELD TO TRUE.
           MOVE SPACES TO HT-HOLD-TRAN.
           MOVE COMPTRAN-REC TO HT-HOLD-TRAN.
           PERFORM WRITE-HELD-TRAN-PARA.

      * ================================================================
      * DELETE-COMP-PARA
      * Keyed DELETE - no master-status test, since the record most
                 MOVE 'CMPEMPID' TO WS-REJ-FIELD
                 MOVE 'NO COMP RECORD ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED AND HT-HOLD-CHECK-ON
             MOVE 'DEL' TO HT-HOLD-REASON
             PERFORM HOLD-TRAN-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE COMPMSTR-REC TO WS-AUDIT-BEFORE
             DELETE COMPMSTR RECORD
      * REPORT-ONE-TRAN-PARA
      * One report line per transaction; a reject also lands on the
      * suspense file with its reason-code suffix so the file can be
      * worked error by error.  A held transaction is neither - it
      * waits on the held file for its checker.
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     CMP-EMPID OF COMPTRAN-REC
           END-IF.
           IF TRAN-HELD
             ADD 1 TO WS-HELD-COUNT
             DISPLAY "HELD     " TRN-ACTION " EMPID "
                     CMP-EMPID OF COMPTRAN-REC " - ITEM " HT-LAST-ID
                     " (" HT-HOLD-REASON ") AWAITS APPROVAL"
           END-IF.
           IF TRAN-REJECTED
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     CMP-EMPID OF COMPTRAN-REC " ("
           CLOSE EMPLOYEE.
           CLOSE COMPSUSP.
           CLOSE AUDIT.
           PERFORM CLOSE-HELD-FILE-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "COMPMAINT: " WS-TRAN-COUNT " TRANSACTION(S) "
                   "READ".
           DISPLAY "COMPMAINT: " WS-APPLIED-COUNT " APPLIED".
           DISPLAY "COMPMAINT: " WS-REJECT-COUNT " REJECTED TO "
                   "COMPSUSP.DTA".
           DISPLAY "COMPMAINT: " WS-HELD-COUNT " HELD FOR APPROVAL, "
                   HT-RELEASED-COUNT " RELEASED ITEM(S) APPLIED".
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
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
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN TWO-PERSON APPROVAL HOLD
      * ================================================================
       COPY "HELDTRAN_PARA.cob".
      * ================================================================
      * COPY IN HELD-FILE LOCK PROTOCOL
      * ================================================================
       COPY "HELDLOCK_PARA.cob".
