      *================================================================
      * APPRMAINT
      * Transaction-driven maintenance against the indexed
      * appraisal file (./apprmstr.dat, copybooks/APPRAISAL-REC.cob),
      * on the COMPMAINT pattern - so the rating, reviewer, and
      * period covered come out of managers' inboxes and onto file.
      * Reads an action-coded transaction file (./apprtran.dta) -
      * one transaction per line, an action byte followed by the
      * full APPRAISAL-REC layout - and applies each one with a
      * keyed WRITE/REWRITE/DELETE on EMPID plus period end:
      *
      *    A  add     - WRITE a new appraisal (rejected if the
      *                 employee already has one for that period)
      *    C  change  - REWRITE, replacing only the fields the
      *                 transaction actually carries (zero dates,
      *                 zero reviewer, blank rating leave the file
      *                 value alone)
      *    D  delete  - physically DELETE the appraisal
      *
      * Every add and change is validated first: the EMPID must
      * exist on the employee master and be active or on leave, the
      * reviewer must be on the master and not the employee, the
      * rating must be 1-5, and the period must start on or before
      * it ends.  An add with no next-due date gets one twelve
      * months after the period end.  A failed transaction goes to
      * the suspense file (./apprsusp.dta) with REJECT-REC reason
      * codes, and every applied change leaves a before/after image
      * pair on ./appraudit.dta stamped with the signed-on
      * operator, the way COMPMAINT writes ./compaudit.dta.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT APPRTRAN ASSIGN TO './apprtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS APR-KEY OF APPRMSTR-REC
              FILE STATUS IS WS-APPR-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT APPRSUSP ASSIGN TO './apprsusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT AUDIT ASSIGN TO './appraudit.dta'
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
           FD APPRTRAN.
           01 APPRTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "APPRAISAL-REC.cob".
      *
           FD APPRMSTR.
           01 APPRMSTR-REC.
              COPY "APPRAISAL-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD APPRSUSP.
           01 APPRSUSP-REC.
              COPY "APPRAISAL-REC.cob".
              COPY "REJECT-REC.cob".
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
           01 WS-APPR-STATUS  PIC        X(2).
              88 WS-APPR-OK          VALUE '00'.
              88 WS-APPR-MISSING     VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
      *
      * One applied/rejected switch per transaction, set by the
      * action paragraphs and reported by REPORT-ONE-TRAN-PARA.
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
      *
      * First failure captured for the suspense file's reason-code
      * suffix (copybooks/REJECT-REC.cob).
           01 WS-REJ-CODE     PIC        X(4).
           01 WS-REJ-FIELD    PIC        X(8).
           01 WS-REJ-MSG      PIC        X(30).
      *
      * The period as it will stand after a change, for the
      * start-before-end check.
           01 WS-EDIT-START   PIC        9(8).
      *
      * Default next-due date - twelve months past the period end.
           01 WS-DUE-DATE     PIC        9(8).
           01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
              05 WS-DUE-YYYY  PIC        9(4).
              05 WS-DUE-MMDD  PIC        9(4).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./appraudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'APPRMAINT'.
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
           OPEN INPUT APPRTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "APPRMAINT: *** CANNOT OPEN APPRTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O APPRMSTR.
           IF WS-APPR-MISSING
             OPEN OUTPUT APPRMSTR
             CLOSE APPRMSTR
             OPEN I-O APPRMSTR
           END-IF.
           IF NOT WS-APPR-OK
             DISPLAY "APPRMAINT: *** CANNOT OPEN APPRMSTR.DAT - "
                     "STATUS " WS-APPR-STATUS " ***"
             CLOSE APPRTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "APPRMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE APPRTRAN
             CLOSE APPRMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT APPRSUSP.
           OPEN EXTEND AUDIT.
           DISPLAY "APPRMAINT - APPRAISAL FILE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * Drives every transaction through APPLY-ONE-TRAN-PARA and
      * reports each one applied or rejected.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ APPRTRAN INTO APPRTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ APPRTRAN INTO APPRTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * Validates, then dispatches one transaction to its action
      * paragraph.  An unknown action byte is a reject, never an
      * abort.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-FIELD WS-REJ-MSG.
           EVALUATE TRUE
             WHEN TRN-IS-ADD
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM ADD-APPR-PARA
               END-IF
             WHEN TRN-IS-CHANGE
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM CHANGE-APPR-PARA
               END-IF
             WHEN TRN-IS-DELETE
               PERFORM DELETE-APPR-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'V004' TO WS-REJ-CODE
               MOVE 'ACTION' TO WS-REJ-FIELD
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-MSG
           END-EVALUATE.

      * ================================================================
      * VALIDATE-TRAN-PARA
      * The EMPID must be a real, current employee; the reviewer a
      * real employee other than the one reviewed; the rating on
      * the five-point scale; the period the right way round.  A
      * change only faces the checks for the fields it carries.
      * Only the first failing check records its reason.
      * ================================================================
       VALIDATE-TRAN-PARA.
           MOVE APR-EMPID OF APPRTRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'APREMPID' TO WS-REJ-FIELD
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED AND TRN-IS-ADD
             IF NOT EMP-ACTIVE OF EMPLOYEE-FILE
                 AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
               SET TRAN-REJECTED TO TRUE
               MOVE 'C002' TO WS-REJ-CODE
               MOVE 'EMPSTAT' TO WS-REJ-FIELD
               MOVE 'EMPLOYEE NOT ACTIVE/ON LEAVE' TO WS-REJ-MSG
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND (TRN-IS-ADD
                    OR APR-RATING OF APPRTRAN-REC NOT = SPACE)
             IF NOT APR-RATING-IS-VALID OF APPRTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'V001' TO WS-REJ-CODE
               MOVE 'APRRATE' TO WS-REJ-FIELD
               MOVE 'RATING NOT 1-5' TO WS-REJ-MSG
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND (TRN-IS-ADD
                    OR APR-REVIEWER OF APPRTRAN-REC NOT = ZERO)
             PERFORM CHECK-REVIEWER-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-PERIOD-PARA
           END-IF.

      * ================================================================
      * CHECK-REVIEWER-PARA
      * ================================================================
       CHECK-REVIEWER-PARA.
           IF APR-REVIEWER OF APPRTRAN-REC NOT NUMERIC
               OR APR-REVIEWER OF APPRTRAN-REC
                  = APR-EMPID OF APPRTRAN-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'V002' TO WS-REJ-CODE
             MOVE 'APRREVWR' TO WS-REJ-FIELD
             MOVE 'REVIEWER MISSING OR SELF' TO WS-REJ-MSG
           ELSE
             MOVE APR-REVIEWER OF APPRTRAN-REC
                  TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'V002' TO WS-REJ-CODE
                   MOVE 'APRREVWR' TO WS-REJ-FIELD
                   MOVE 'REVIEWER NOT ON MASTER' TO WS-REJ-MSG
             END-READ
           END-IF.

      * ================================================================
      * CHECK-PERIOD-PARA
      * The period end is the key, so it must be a date on every
      * action; the start, as it will stand, must not be after it.
      * ================================================================
       CHECK-PERIOD-PARA.
           IF APR-PERIOD-END OF APPRTRAN-REC NOT NUMERIC
               OR APR-PERIOD-END OF APPRTRAN-REC = ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE 'V003' TO WS-REJ-CODE
             MOVE 'APRPEREN' TO WS-REJ-FIELD
             MOVE 'PERIOD END MISSING' TO WS-REJ-MSG
           ELSE
             MOVE ZERO TO WS-EDIT-START
             IF APR-PERIOD-START OF APPRTRAN-REC NUMERIC
               MOVE APR-PERIOD-START OF APPRTRAN-REC
                    TO WS-EDIT-START
             END-IF
             IF TRN-IS-ADD AND WS-EDIT-START = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'V003' TO WS-REJ-CODE
               MOVE 'APRPERST' TO WS-REJ-FIELD
               MOVE 'PERIOD START MISSING' TO WS-REJ-MSG
             END-IF
             IF TRAN-APPLIED AND WS-EDIT-START NOT = ZERO
                 AND WS-EDIT-START > APR-PERIOD-END OF APPRTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'V003' TO WS-REJ-CODE
               MOVE 'APRPERST' TO WS-REJ-FIELD
               MOVE 'PERIOD STARTS AFTER IT ENDS' TO WS-REJ-MSG
             END-IF
           END-IF.

      * ================================================================
      * ADD-APPR-PARA
      * Keyed WRITE of the transaction's full record; a second
      * appraisal for the same period comes back on the INVALID KEY
      * branch.
      * ================================================================
       ADD-APPR-PARA.
           MOVE APPRTRAN-REC (2:) TO APPRMSTR-REC.
           IF APR-REVIEW-DATE OF APPRMSTR-REC NOT NUMERIC
               OR APR-REVIEW-DATE OF APPRMSTR-REC = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8)
                  TO APR-REVIEW-DATE OF APPRMSTR-REC
           END-IF.
           IF APR-NEXT-DUE OF APPRMSTR-REC NOT NUMERIC
               OR APR-NEXT-DUE OF APPRMSTR-REC = ZERO
             MOVE APR-PERIOD-END OF APPRMSTR-REC TO WS-DUE-DATE
             ADD 1 TO WS-DUE-YYYY
             IF WS-DUE-MMDD = 0229
               MOVE 0228 TO WS-DUE-MMDD
             END-IF
             MOVE WS-DUE-DATE TO APR-NEXT-DUE OF APPRMSTR-REC
           END-IF.
           WRITE APPRMSTR-REC
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'V004' TO WS-REJ-CODE
                 MOVE 'APRPEREN' TO WS-REJ-FIELD
                 MOVE 'APPRAISAL EXISTS FOR PERIOD' TO WS-REJ-MSG
               NOT INVALID KEY
                 MOVE 'A' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-BEFORE
                 MOVE APPRMSTR-REC TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-WRITE.

      * ================================================================
      * CHANGE-APPR-PARA
      * Reads the appraisal for the transaction's key, applies only
      * the fields the transaction carries, and REWRITEs it.
      * ================================================================
       CHANGE-APPR-PARA.
           MOVE APR-KEY OF APPRTRAN-REC TO APR-KEY OF APPRMSTR-REC.
           READ APPRMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'V004' TO WS-REJ-CODE
                 MOVE 'APRPEREN' TO WS-REJ-FIELD
                 MOVE 'NO APPRAISAL FOR PERIOD' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
               AND APR-PERIOD-START OF APPRTRAN-REC = ZERO
               AND APR-PERIOD-START OF APPRMSTR-REC
                   > APR-PERIOD-END OF APPRMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'V003' TO WS-REJ-CODE
             MOVE 'APRPERST' TO WS-REJ-FIELD
             MOVE 'PERIOD STARTS AFTER IT ENDS' TO WS-REJ-MSG
           END-IF.
           IF TRAN-APPLIED
             MOVE APPRMSTR-REC TO WS-AUDIT-BEFORE
             IF APR-PERIOD-START OF APPRTRAN-REC NUMERIC
                 AND APR-PERIOD-START OF APPRTRAN-REC NOT = ZERO
               MOVE APR-PERIOD-START OF APPRTRAN-REC
                    TO APR-PERIOD-START OF APPRMSTR-REC
             END-IF
             IF APR-RATING OF APPRTRAN-REC NOT = SPACE
               MOVE APR-RATING OF APPRTRAN-REC
                    TO APR-RATING OF APPRMSTR-REC
             END-IF
             IF APR-REVIEWER OF APPRTRAN-REC NUMERIC
                 AND APR-REVIEWER OF APPRTRAN-REC NOT = ZERO
               MOVE APR-REVIEWER OF APPRTRAN-REC
                    TO APR-REVIEWER OF APPRMSTR-REC
             END-IF
             IF APR-REVIEW-DATE OF APPRTRAN-REC NUMERIC
                 AND APR-REVIEW-DATE OF APPRTRAN-REC NOT = ZERO
               MOVE APR-REVIEW-DATE OF APPRTRAN-REC
                    TO APR-REVIEW-DATE OF APPRMSTR-REC
             END-IF
             IF APR-NEXT-DUE OF APPRTRAN-REC NUMERIC
                 AND APR-NEXT-DUE OF APPRTRAN-REC NOT = ZERO
               MOVE APR-NEXT-DUE OF APPRTRAN-REC
                    TO APR-NEXT-DUE OF APPRMSTR-REC
             END-IF
             REWRITE APPRMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'V004' TO WS-REJ-CODE
                   MOVE 'APRPEREN' TO WS-REJ-FIELD
                   MOVE 'REWRITE FAILED' TO WS-REJ-MSG
                 NOT INVALID KEY
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE APPRMSTR-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-REWRITE
           END-IF.

      * ================================================================
      * DELETE-APPR-PARA
      * Keyed DELETE - no master-status test, since an appraisal
      * keyed in error may belong to someone already gone.
      * ================================================================
       DELETE-APPR-PARA.
           MOVE APR-KEY OF APPRTRAN-REC TO APR-KEY OF APPRMSTR-REC.
           READ APPRMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'V004' TO WS-REJ-CODE
                 MOVE 'APRPEREN' TO WS-REJ-FIELD
                 MOVE 'NO APPRAISAL FOR PERIOD' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE APPRMSTR-REC TO WS-AUDIT-BEFORE
             DELETE APPRMSTR RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'V004' TO WS-REJ-CODE
                   MOVE 'APRPEREN' TO WS-REJ-FIELD
                   MOVE 'NO APPRAISAL FOR PERIOD' TO WS-REJ-MSG
                 NOT INVALID KEY
                   MOVE 'D' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-DELETE
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * One report line per transaction; a reject also lands on the
      * suspense file with its reason-code suffix so the file can be
      * worked error by error.
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     APR-EMPID OF APPRTRAN-REC " PERIOD "
                     APR-PERIOD-END OF APPRTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     APR-EMPID OF APPRTRAN-REC " PERIOD "
                     APR-PERIOD-END OF APPRTRAN-REC " ("
                     WS-REJ-CODE ") " WS-REJ-MSG
             MOVE APPRTRAN-REC (2:) TO APPRSUSP-REC
             MOVE WS-REJ-CODE TO REJ-ERR-CODE OF APPRSUSP-REC
             MOVE WS-REJ-FIELD TO REJ-ERR-FIELD OF APPRSUSP-REC
             MOVE WS-REJ-MSG TO REJ-ERR-MSG OF APPRSUSP-REC
             WRITE APPRSUSP-REC
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE APPRTRAN.
           CLOSE APPRMSTR.
           CLOSE EMPLOYEE.
           CLOSE APPRSUSP.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "APPRMAINT: " WS-TRAN-COUNT " TRANSACTION(S) "
                   "READ".
           DISPLAY "APPRMAINT: " WS-APPLIED-COUNT " APPLIED".
           DISPLAY "APPRMAINT: " WS-REJECT-COUNT " REJECTED TO "
                   "APPRSUSP.DTA".
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
