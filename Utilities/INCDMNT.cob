      *================================================================
      * INCDMNT
      * Transaction-driven maintenance of the safety incident file
      * (./incident.dat, copybooks/INCIDENT-REC.cob), on the
      * COMPMAINT pattern.  Reads an action-coded transaction file
      * (./incdtran.dta) - one transaction per line, an action byte
      * followed by the INCIDENT-REC layout, keyed on the incident
      * number - and applies each one with a keyed
      * WRITE/REWRITE/DELETE:
      *
      *    A  add     - WRITE a new incident: the injured EMPID must
      *                 be on the master, the site defaults to their
      *                 EMPSITE, the date to today (never a future
      *                 date), and the classification and type must
      *                 be recognised codes
      *    C  change  - REWRITE class, type, days away, restricted
      *                 days, task certification or description,
      *                 only the fields the transaction carries - a
      *                 case's lost days grow as it develops
      *    D  delete  - an incident keyed in error
      *
      * The days must agree with the class: days away only on a
      * days-away case, restricted days only on a days-away or
      * restricted case.  A task certification must be on
      * skillref.dta when that file is on hand.  Every applied
      * change leaves a before/after image pair on ./incdaudit.dta
      * stamped with the signed-on operator.  Rejects are listed
      * with their reason and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INCDTRAN ASSIGN TO './incdtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT INCIDENT ASSIGN TO './incident.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IN-NUMBER OF INCIDENT-REC
              ALTERNATE RECORD KEY IS IN-EMPID OF INCIDENT-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-INCD-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SKILLREF ASSIGN TO './skillref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SKILLREF-STATUS.
      *
              SELECT AUDIT ASSIGN TO './incdaudit.dta'
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
           FD INCDTRAN.
           01 INCDTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "INCIDENT-REC.cob".
      *
           FD INCIDENT.
           01 INCIDENT-REC.
              COPY "INCIDENT-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
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
           01 WS-INCD-STATUS  PIC        X(2).
              88 WS-INCD-OK          VALUE '00'.
              88 WS-INCD-MISSING     VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
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
           01 WS-TODAY        PIC        9(8).
      * A transaction date, defaulted to today when not keyed.
           01 WS-DATE-IN      PIC        9(8).
      *
      * The recognised skill codes, for the task certification.
           01 WS-SKILL-TBL.
              05 WS-SKILL-CODE PIC X(4) OCCURS 50 TIMES.
           01 WS-SKILL-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-SKILL-IDX    PIC        9(2) VALUE ZERO.
           01 WS-FOUND-SW     PIC        X(1).
              88 CODE-WAS-FOUND      VALUE 'Y'.
              88 CODE-NOT-FOUND      VALUE 'N'.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./incdaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'INCDMNT'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT INCDTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "INCDMNT: *** CANNOT OPEN INCDTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O INCIDENT.
           IF WS-INCD-MISSING
             OPEN OUTPUT INCIDENT
             CLOSE INCIDENT
             OPEN I-O INCIDENT
           END-IF.
           IF NOT WS-INCD-OK
             DISPLAY "INCDMNT: *** CANNOT OPEN INCIDENT.DAT - "
                     "STATUS " WS-INCD-STATUS " ***"
             CLOSE INCDTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "INCDMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE INCDTRAN
             CLOSE INCIDENT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SKILLREF-PARA.
           OPEN EXTEND AUDIT.
           DISPLAY "INCDMNT - SAFETY INCIDENT MAINTENANCE".
           DISPLAY "----------------------------------------------".

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
             DISPLAY "INCDMNT: NO SKILL REFERENCE FILE - "
                     "CERTIFICATION CHECK SKIPPED"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ INCDTRAN INTO INCDTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ INCDTRAN INTO INCDTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new record; a change or delete reads the
      * incident first, leaving its image pair.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-IS-ADD
             PERFORM ADD-INCIDENT-PARA
           ELSE
             MOVE IN-NUMBER OF INCDTRAN-REC
                  TO IN-NUMBER OF INCIDENT-REC
             READ INCIDENT
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'INCIDENT NOT ON FILE' TO WS-REJECT-REASON
             END-READ
             IF TRAN-APPLIED
               MOVE INCIDENT-REC TO WS-AUDIT-BEFORE
               EVALUATE TRUE
                 WHEN TRN-IS-CHANGE
                   PERFORM CHANGE-INCIDENT-PARA
                 WHEN TRN-IS-DELETE
                   PERFORM DELETE-INCIDENT-PARA
                 WHEN OTHER
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
             END-IF
             IF TRAN-APPLIED AND TRN-IS-CHANGE
               REWRITE INCIDENT-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   NOT INVALID KEY
                     MOVE 'C' TO WS-AUDIT-ACTION
                     MOVE INCIDENT-REC TO WS-AUDIT-AFTER
                     PERFORM WRITE-AUDIT-PARA
               END-REWRITE
             END-IF
           END-IF.

      * ================================================================
      * ADD-INCIDENT-PARA
      * ================================================================
       ADD-INCIDENT-PARA.
           EVALUATE TRUE
             WHEN IN-NUMBER OF INCDTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'INCIDENT NUMBER MISSING' TO WS-REJECT-REASON
             WHEN NOT IN-CLASS-IS-VALID OF INCDTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'CLASS MUST BE D, A, R, O OR F' TO WS-REJECT-REASON
             WHEN NOT IN-TYPE-IS-VALID OF INCDTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'INJURY/ILLNESS TYPE NOT VALID' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE IN-EMPID OF INCDTRAN-REC TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPID NOT ON EMPLOYEE MASTER'
                        TO WS-REJECT-REASON
             END-READ
           END-IF.
           IF TRAN-APPLIED
             MOVE IN-DATE OF INCDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE SPACES TO INCIDENT-REC
             MOVE IN-NUMBER OF INCDTRAN-REC
                  TO IN-NUMBER OF INCIDENT-REC
             MOVE IN-EMPID OF INCDTRAN-REC TO IN-EMPID OF INCIDENT-REC
             IF IN-SITE OF INCDTRAN-REC = SPACES
               MOVE EMPSITE OF EMPLOYEE-FILE TO IN-SITE OF INCIDENT-REC
             ELSE
               MOVE IN-SITE OF INCDTRAN-REC TO IN-SITE OF INCIDENT-REC
             END-IF
             MOVE WS-DATE-IN TO IN-DATE OF INCIDENT-REC
             MOVE IN-CLASS OF INCDTRAN-REC TO IN-CLASS OF INCIDENT-REC
             MOVE IN-TYPE OF INCDTRAN-REC TO IN-TYPE OF INCIDENT-REC
             MOVE ZERO TO IN-DAYS-AWAY OF INCIDENT-REC
                          IN-RESTRICT-DAYS OF INCIDENT-REC
             IF IN-DAYS-AWAY OF INCDTRAN-REC NUMERIC
               MOVE IN-DAYS-AWAY OF INCDTRAN-REC
                    TO IN-DAYS-AWAY OF INCIDENT-REC
             END-IF
             IF IN-RESTRICT-DAYS OF INCDTRAN-REC NUMERIC
               MOVE IN-RESTRICT-DAYS OF INCDTRAN-REC
                    TO IN-RESTRICT-DAYS OF INCIDENT-REC
             END-IF
             MOVE IN-TASK-CERT OF INCDTRAN-REC
                  TO IN-TASK-CERT OF INCIDENT-REC
             MOVE IN-DESC OF INCDTRAN-REC TO IN-DESC OF INCIDENT-REC
             PERFORM CHECK-TASK-CERT-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-DAYS-PARA
           END-IF.
           IF TRAN-APPLIED
             WRITE INCIDENT-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'INCIDENT ALREADY ON FILE'
                        TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE INCIDENT-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-INCIDENT-PARA
      * ================================================================
       CHANGE-INCIDENT-PARA.
           IF IN-CLASS OF INCDTRAN-REC NOT = SPACE
             IF IN-CLASS-IS-VALID OF INCDTRAN-REC
               MOVE IN-CLASS OF INCDTRAN-REC
                    TO IN-CLASS OF INCIDENT-REC
             ELSE
               SET TRAN-REJECTED TO TRUE
               MOVE 'CLASS MUST BE D, A, R, O OR F' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF IN-TYPE OF INCDTRAN-REC NOT = SPACE
             IF IN-TYPE-IS-VALID OF INCDTRAN-REC
               MOVE IN-TYPE OF INCDTRAN-REC TO IN-TYPE OF INCIDENT-REC
             ELSE
               SET TRAN-REJECTED TO TRUE
               MOVE 'INJURY/ILLNESS TYPE NOT VALID' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF IN-DAYS-AWAY OF INCDTRAN-REC NUMERIC
             MOVE IN-DAYS-AWAY OF INCDTRAN-REC
                  TO IN-DAYS-AWAY OF INCIDENT-REC
           END-IF.
           IF IN-RESTRICT-DAYS OF INCDTRAN-REC NUMERIC
             MOVE IN-RESTRICT-DAYS OF INCDTRAN-REC
                  TO IN-RESTRICT-DAYS OF INCIDENT-REC
           END-IF.
           IF IN-TASK-CERT OF INCDTRAN-REC NOT = SPACES
             MOVE IN-TASK-CERT OF INCDTRAN-REC
                  TO IN-TASK-CERT OF INCIDENT-REC
             PERFORM CHECK-TASK-CERT-PARA
           END-IF.
           IF IN-DESC OF INCDTRAN-REC NOT = SPACES
             MOVE IN-DESC OF INCDTRAN-REC TO IN-DESC OF INCIDENT-REC
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-DAYS-PARA
           END-IF.

      * ================================================================
      * DELETE-INCIDENT-PARA
      * ================================================================
       DELETE-INCIDENT-PARA.
           DELETE INCIDENT
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'DELETE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE 'D' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-DELETE.

      * ================================================================
      * CHECK-DAYS-PARA
      * The record as it would stand - its days must fit its class.
      * ================================================================
       CHECK-DAYS-PARA.
           IF IN-DAYS-AWAY OF INCIDENT-REC > ZERO
               AND NOT IN-IS-DAYS-AWAY OF INCIDENT-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'DAYS AWAY NEED CLASS A' TO WS-REJECT-REASON
           END-IF.
           IF IN-RESTRICT-DAYS OF INCIDENT-REC > ZERO
               AND NOT IN-IS-DAYS-AWAY OF INCIDENT-REC
               AND NOT IN-IS-RESTRICTED OF INCIDENT-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'RESTRICTED DAYS NEED CLASS A/R' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * CHECK-TASK-CERT-PARA
      * ================================================================
       CHECK-TASK-CERT-PARA.
           IF IN-TASK-CERT OF INCIDENT-REC NOT = SPACES
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
               = IN-TASK-CERT OF INCIDENT-REC
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * DEFAULT-DATE-PARA
      * Today when the transaction carries no date; a date keyed
      * must be a real one and not in the future.
      * ================================================================
       DEFAULT-DATE-PARA.
           IF WS-DATE-IN NOT NUMERIC OR WS-DATE-IN = ZERO
             MOVE WS-TODAY TO WS-DATE-IN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-IN) NOT = 0
             SET TRAN-REJECTED TO TRUE
             MOVE 'DATE NOT A REAL DATE' TO WS-REJECT-REASON
           ELSE
             IF WS-DATE-IN > WS-TODAY
               SET TRAN-REJECTED TO TRUE
               MOVE 'DATE IN THE FUTURE' TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " INCIDENT "
                     IN-NUMBER OF INCDTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " INCIDENT "
                     IN-NUMBER OF INCDTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE INCDTRAN.
           CLOSE INCIDENT.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "INCDMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
