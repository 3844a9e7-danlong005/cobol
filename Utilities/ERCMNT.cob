      *================================================================
      * ERCMNT
      * Transaction-driven maintenance of the confidential
      * employee-relations case file (./ercase.dat, copybooks/
      * ERCASE-REC.cob), on the COMPMAINT pattern.  Reads an
      * action-coded transaction file (./ercasetran.dta) - one
      * transaction per line, an action byte followed by the
      * ERCASE-REC layout, keyed on the case number - and applies
      * each one with a keyed WRITE/REWRITE/DELETE:
      *
      *    A  add     - open a case at step 01: the EMPID must be on
      *                 the master, the type W, G or I, the opened
      *                 date (today when blank) not in the future;
      *                 the step 01 deadline and, for a warning, the
      *                 expiry date come from the step rules
      *    S  step    - move an open case on to its next step, or
      *                 to the step the transaction names, reached
      *                 on EC-STEP-DATE (today when blank); the new
      *                 deadline comes from the step rules
      *    C  change  - a new description, or a deadline moved by
      *                 agreement (EC-NEXT-DUE), on an open case
      *    X  close   - close an open case on EC-CLOSED-DATE (today
      *                 when blank); a warning stays on the active
      *                 record until its expiry date
      *    D  delete  - a case keyed in error
      *
      * The step rules (./erstep.parm, copybooks/ERSTEP-REC.cob)
      * must be on hand - a case's deadlines are contractual and
      * are never guessed.  The run demands the employee-relations
      * operator class ('E'); every applied change leaves a
      * before/after image pair on ./ercaudit.dta stamped with the
      * signed-on operator.  Rejects are listed with their reason
      * and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ERCTRAN ASSIGN TO './ercasetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT ERCASE ASSIGN TO './ercase.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-CASE-NO OF ERCASE-REC
              ALTERNATE RECORD KEY IS EC-EMPID OF ERCASE-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-CASE-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT STEPPARM ASSIGN TO './erstep.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STEP-STATUS.
      *
              SELECT AUDIT ASSIGN TO './ercaudit.dta'
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
           FD ERCTRAN.
           01 ERCTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-STEP       VALUE 'S'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-CLOSE      VALUE 'X'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "ERCASE-REC.cob".
      *
           FD ERCASE.
           01 ERCASE-REC.
              COPY "ERCASE-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD STEPPARM.
           01 STEPPARM-REC.
              COPY "ERSTEP-REC.cob".
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
           01 WS-STEP-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-CASE-STATUS  PIC        X(2).
              88 WS-CASE-OK          VALUE '00'.
              88 WS-CASE-MISSING     VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-STEP-STATUS  PIC        X(2).
              88 WS-STEP-OK          VALUE '00'.
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
      * The step rules - days allowed per type and step, step 00
      * the handbook period.
           01 WS-RULE-TBL.
              05 WS-RULE-ENTRY OCCURS 100 TIMES.
                 10 WS-RULE-TYPE      PIC  X(1).
                 10 WS-RULE-STEP      PIC  9(2).
                 10 WS-RULE-DAYS      PIC  9(3).
           01 WS-RULE-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-RULE-IDX     PIC        9(3) VALUE ZERO.
           01 WS-RULE-SLOT    PIC        9(3) VALUE ZERO.
           01 WS-FIND-TYPE    PIC        X(1).
           01 WS-FIND-STEP    PIC        9(2).
      *
      * The step a step transaction moves the case to.
           01 WS-NEW-STEP     PIC        9(2).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./ercaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ERCMNT'.
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
           MOVE 'E' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-STEP-RULES-PARA.
           IF WS-RULE-COUNT = ZERO
             DISPLAY "ERCMNT: *** NO STEP RULES ON ERSTEP.PARM - "
                     "NO CASE CAN BE DATED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT ERCTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "ERCMNT: *** CANNOT OPEN ERCASETRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ERCASE.
           IF WS-CASE-MISSING
             OPEN OUTPUT ERCASE
             CLOSE ERCASE
             OPEN I-O ERCASE
           END-IF.
           IF NOT WS-CASE-OK
             DISPLAY "ERCMNT: *** CANNOT OPEN ERCASE.DAT - "
                     "STATUS " WS-CASE-STATUS " ***"
             CLOSE ERCTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ERCMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ERCTRAN
             CLOSE ERCASE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUDIT.
           DISPLAY "ERCMNT - EMPLOYEE RELATIONS CASE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-STEP-RULES-PARA
      * ================================================================
       LOAD-STEP-RULES-PARA.
           OPEN INPUT STEPPARM.
           IF WS-STEP-OK
             MOVE ' ' TO WS-STEP-EOF
             READ STEPPARM INTO STEPPARM-REC
                  AT END MOVE 'Y' TO WS-STEP-EOF
             END-READ
             PERFORM UNTIL WS-STEP-EOF = 'Y'
                 OR WS-RULE-COUNT >= 100
               IF STEPPARM-REC (1:1) NOT = '*'
                   AND ES-TYPE NOT = SPACE
                   AND ES-STEP NUMERIC
                   AND ES-DAYS NUMERIC
                 ADD 1 TO WS-RULE-COUNT
                 MOVE ES-TYPE TO WS-RULE-TYPE (WS-RULE-COUNT)
                 MOVE ES-STEP TO WS-RULE-STEP (WS-RULE-COUNT)
                 MOVE ES-DAYS TO WS-RULE-DAYS (WS-RULE-COUNT)
               END-IF
               READ STEPPARM INTO STEPPARM-REC
                    AT END MOVE 'Y' TO WS-STEP-EOF
               END-READ
             END-PERFORM
             CLOSE STEPPARM
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ ERCTRAN INTO ERCTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ ERCTRAN INTO ERCTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new record; anything else reads the case
      * first, leaving its image pair.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-IS-ADD
             PERFORM ADD-CASE-PARA
           ELSE
             MOVE EC-CASE-NO OF ERCTRAN-REC
                  TO EC-CASE-NO OF ERCASE-REC
             READ ERCASE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
             END-READ
             IF TRAN-APPLIED
               MOVE ERCASE-REC TO WS-AUDIT-BEFORE
               EVALUATE TRUE
                 WHEN TRN-IS-STEP
                   PERFORM STEP-CASE-PARA
                 WHEN TRN-IS-CHANGE
                   PERFORM CHANGE-CASE-PARA
                 WHEN TRN-IS-CLOSE
                   PERFORM CLOSE-CASE-PARA
                 WHEN TRN-IS-DELETE
                   PERFORM DELETE-CASE-PARA
                 WHEN OTHER
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
             END-IF
             IF TRAN-APPLIED AND NOT TRN-IS-DELETE
               REWRITE ERCASE-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   NOT INVALID KEY
                     MOVE 'C' TO WS-AUDIT-ACTION
                     MOVE ERCASE-REC TO WS-AUDIT-AFTER
                     PERFORM WRITE-AUDIT-PARA
               END-REWRITE
             END-IF
           END-IF.

      * ================================================================
      * ADD-CASE-PARA
      * ================================================================
       ADD-CASE-PARA.
           EVALUATE TRUE
             WHEN EC-CASE-NO OF ERCTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'CASE NUMBER MISSING' TO WS-REJECT-REASON
             WHEN NOT EC-TYPE-IS-VALID OF ERCTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'CASE TYPE MUST BE W, G OR I' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE EC-TYPE OF ERCTRAN-REC TO WS-FIND-TYPE
             MOVE 01 TO WS-FIND-STEP
             PERFORM LOOKUP-RULE-PARA
             IF WS-RULE-SLOT = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'NO STEP RULES FOR CASE TYPE' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE EC-EMPID OF ERCTRAN-REC TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPID NOT ON EMPLOYEE MASTER'
                        TO WS-REJECT-REASON
             END-READ
           END-IF.
           IF TRAN-APPLIED
             MOVE EC-OPENED OF ERCTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE SPACES TO ERCASE-REC
             MOVE EC-CASE-NO OF ERCTRAN-REC
                  TO EC-CASE-NO OF ERCASE-REC
             MOVE EC-EMPID OF ERCTRAN-REC TO EC-EMPID OF ERCASE-REC
             MOVE EC-TYPE OF ERCTRAN-REC TO EC-TYPE OF ERCASE-REC
             MOVE WS-DATE-IN TO EC-OPENED OF ERCASE-REC
             MOVE 01 TO EC-STEP OF ERCASE-REC
             MOVE WS-DATE-IN TO EC-STEP-DATE OF ERCASE-REC
             COMPUTE EC-NEXT-DUE OF ERCASE-REC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
                  + WS-RULE-DAYS (WS-RULE-SLOT))
             SET EC-IS-OPEN OF ERCASE-REC TO TRUE
             MOVE ZERO TO EC-WARN-EXPIRE OF ERCASE-REC
             MOVE ZERO TO EC-CLOSED-DATE OF ERCASE-REC
             MOVE EC-DESC OF ERCTRAN-REC TO EC-DESC OF ERCASE-REC
             IF EC-IS-WARNING OF ERCASE-REC
               MOVE 00 TO WS-FIND-STEP
               PERFORM LOOKUP-RULE-PARA
               IF WS-RULE-SLOT > 0
                 COMPUTE EC-WARN-EXPIRE OF ERCASE-REC =
                     FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
                      + WS-RULE-DAYS (WS-RULE-SLOT))
               END-IF
             END-IF
             WRITE ERCASE-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'CASE ALREADY ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE ERCASE-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * STEP-CASE-PARA
      * The next step, or a later one the transaction names; the
      * step must be on the rules and reached no earlier than the
      * current one.
      * ================================================================
       STEP-CASE-PARA.
           IF NOT EC-IS-OPEN OF ERCASE-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             IF EC-STEP OF ERCTRAN-REC NUMERIC
                 AND EC-STEP OF ERCTRAN-REC NOT = ZERO
               MOVE EC-STEP OF ERCTRAN-REC TO WS-NEW-STEP
             ELSE
               COMPUTE WS-NEW-STEP = EC-STEP OF ERCASE-REC + 1
             END-IF
             IF WS-NEW-STEP NOT > EC-STEP OF ERCASE-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'STEP NOT AFTER CURRENT STEP' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE EC-TYPE OF ERCASE-REC TO WS-FIND-TYPE
             MOVE WS-NEW-STEP TO WS-FIND-STEP
             PERFORM LOOKUP-RULE-PARA
             IF WS-RULE-SLOT = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'NO RULE FOR THAT STEP' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE EC-STEP-DATE OF ERCTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
               AND WS-DATE-IN < EC-STEP-DATE OF ERCASE-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'STEP DATE BEFORE CURRENT STEP' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE WS-NEW-STEP TO EC-STEP OF ERCASE-REC
             MOVE WS-DATE-IN TO EC-STEP-DATE OF ERCASE-REC
             COMPUTE EC-NEXT-DUE OF ERCASE-REC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
                  + WS-RULE-DAYS (WS-RULE-SLOT))
             IF EC-DESC OF ERCTRAN-REC NOT = SPACES
               MOVE EC-DESC OF ERCTRAN-REC TO EC-DESC OF ERCASE-REC
             END-IF
           END-IF.

      * ================================================================
      * CHANGE-CASE-PARA
      * ================================================================
       CHANGE-CASE-PARA.
           IF NOT EC-IS-OPEN OF ERCASE-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
               AND EC-NEXT-DUE OF ERCTRAN-REC NUMERIC
               AND EC-NEXT-DUE OF ERCTRAN-REC NOT = ZERO
             IF FUNCTION TEST-DATE-YYYYMMDD
                    (EC-NEXT-DUE OF ERCTRAN-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'DUE DATE NOT A REAL DATE' TO WS-REJECT-REASON
             ELSE
               IF EC-NEXT-DUE OF ERCTRAN-REC
                   < EC-STEP-DATE OF ERCASE-REC
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'DUE DATE BEFORE STEP DATE'
                      TO WS-REJECT-REASON
               ELSE
                 MOVE EC-NEXT-DUE OF ERCTRAN-REC
                      TO EC-NEXT-DUE OF ERCASE-REC
               END-IF
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND EC-DESC OF ERCTRAN-REC NOT = SPACES
             MOVE EC-DESC OF ERCTRAN-REC TO EC-DESC OF ERCASE-REC
           END-IF.

      * ================================================================
      * CLOSE-CASE-PARA
      * ================================================================
       CLOSE-CASE-PARA.
           IF NOT EC-IS-OPEN OF ERCASE-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE EC-CLOSED-DATE OF ERCTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
               AND WS-DATE-IN < EC-OPENED OF ERCASE-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CLOSED BEFORE IT WAS OPENED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             SET EC-IS-CLOSED OF ERCASE-REC TO TRUE
             MOVE WS-DATE-IN TO EC-CLOSED-DATE OF ERCASE-REC
             MOVE ZERO TO EC-NEXT-DUE OF ERCASE-REC
             IF EC-DESC OF ERCTRAN-REC NOT = SPACES
               MOVE EC-DESC OF ERCTRAN-REC TO EC-DESC OF ERCASE-REC
             END-IF
           END-IF.

      * ================================================================
      * DELETE-CASE-PARA
      * ================================================================
       DELETE-CASE-PARA.
           DELETE ERCASE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'DELETE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE 'D' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-DELETE.

      * ================================================================
      * LOOKUP-RULE-PARA
      * ================================================================
       LOOKUP-RULE-PARA.
           MOVE ZERO TO WS-RULE-SLOT.
           PERFORM FIND-RULE-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-RULE-SLOT > 0.

      * ================================================================
      * FIND-RULE-PARA
      * ================================================================
       FIND-RULE-PARA.
           IF WS-RULE-TYPE (WS-RULE-IDX) = WS-FIND-TYPE
               AND WS-RULE-STEP (WS-RULE-IDX) = WS-FIND-STEP
             MOVE WS-RULE-IDX TO WS-RULE-SLOT
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
             DISPLAY "APPLIED  " TRN-ACTION " CASE "
                     EC-CASE-NO OF ERCTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " CASE "
                     EC-CASE-NO OF ERCTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE ERCTRAN.
           CLOSE ERCASE.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "ERCMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
