      *================================================================
      * PREFMNT
      * Load and maintenance of the preferred-name companion file
      * (./prefmstr.dat, copybooks/PREFNAME-REC.cob), on the
      * TAXMAINT pattern and behind the operator sign-on
      * (copybooks/SIGNON_PARA.cob).  Reads an action-coded
      * transaction file (./preftran.dta) - one transaction per
      * line, an action byte followed by the PREFNAME-REC layout
      * (the stamp fields are ignored) - and applies each with a
      * keyed WRITE/REWRITE/DELETE:
      *
      *    A  add     - WRITE the employee's preferred name (an
      *                 EMPID that already has one falls through to
      *                 REWRITE, the COMPLOAD way)
      *    C  change  - REWRITE the preferred name of an EMPID
      *                 already on file; both names are replaced as
      *                 keyed, so a blank last name goes back to the
      *                 legal one
      *    D  delete  - remove the record; the employee is shown by
      *                 their legal name again
      *
      * The EMPID must be on the employee master.  The preferred
      * first name is required, and both names are held to the
      * VALIDATE-NAME-PARA rules the load applies to the legal name
      * - letters, spaces, hyphens and apostrophes only (N001
      * blank, N002 bad character).  The legal name on the master
      * is never touched from here.
      *
      * Rejects go to ./prefsusp.dta with REJECT-REC reason codes.
      * Every applied transaction is stamped with the run date and
      * the signed-on operator, and leaves a before/after image
      * pair on ./prefaudit.dta (copybooks/AUDIT-REC.cob).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PREFTRAN ASSIGN TO './preftran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PN-EMPID OF PREFMSTR-REC
              ALTERNATE RECORD KEY IS PN-PREF-LNM OF PREFMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-PREF-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT PREFSUSP ASSIGN TO './prefsusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT AUDIT ASSIGN TO './prefaudit.dta'
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
           FD PREFTRAN.
           01 PREFTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "PREFNAME-REC.cob".
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD PREFSUSP.
           01 PREFSUSP-REC.
              COPY "PREFNAME-REC.cob".
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
           01 WS-PREF-STATUS  PIC        X(2).
              88 WS-PREF-OK          VALUE '00'.
              88 WS-PREF-MISSING     VALUE '35'.
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
      *
           01 WS-REJ-CODE     PIC        X(4).
           01 WS-REJ-FIELD    PIC        X(8).
           01 WS-REJ-MSG      PIC        X(30).
      *
      * Name-check scratch fields, as the load's VALIDATE-NAME-PARA
      * has them.
           01 WS-NAME-SW      PIC        X(1).
              88 NAME-IS-VALID       VALUE 'V'.
              88 NAME-IS-INVALID     VALUE 'I'.
           01 WS-NAME-FIELD   PIC       X(35).
           01 WS-NAME-FIELD-LEN PIC      9(2).
           01 WS-NAME-CHAR-IDX  PIC      9(2).
           01 WS-ONE-NAME-CHAR PIC       X(1).
           01 WS-TODAY        PIC        9(8).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./prefaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PREFMNT'.
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
           OPEN INPUT PREFTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "PREFMNT: *** CANNOT OPEN PREFTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O PREFMSTR.
           IF WS-PREF-MISSING
             OPEN OUTPUT PREFMSTR
             CLOSE PREFMSTR
             OPEN I-O PREFMSTR
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "PREFMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE PREFTRAN
             CLOSE PREFMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT PREFSUSP.
           OPEN EXTEND AUDIT.
           DISPLAY "PREFMNT - PREFERRED-NAME FILE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ PREFTRAN INTO PREFTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ PREFTRAN INTO PREFTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-FIELD WS-REJ-MSG.
           EVALUATE TRUE
             WHEN TRN-IS-ADD
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM STORE-PREF-PARA
               END-IF
             WHEN TRN-IS-CHANGE
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM CHANGE-PREF-PARA
               END-IF
             WHEN TRN-IS-DELETE
               PERFORM DELETE-PREF-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'C004' TO WS-REJ-CODE
               MOVE 'ACTION' TO WS-REJ-FIELD
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-MSG
           END-EVALUATE.

      * ================================================================
      * VALIDATE-TRAN-PARA
      * The EMPID must be on the master and the names pass the name
      * rules.  Only the first failing check records its reason.
      * ================================================================
       VALIDATE-TRAN-PARA.
           MOVE PN-EMPID OF PREFTRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'PNEMPID' TO WS-REJ-FIELD
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             PERFORM VALIDATE-NAME-PARA
             IF NAME-IS-INVALID
               SET TRAN-REJECTED TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * VALIDATE-NAME-PARA
      * The load's name rules, on the preferred name: the first name
      * present, and nothing in either name but letters, spaces,
      * hyphens and apostrophes.
      * ================================================================
       VALIDATE-NAME-PARA.
           SET NAME-IS-VALID TO TRUE.
           IF PN-PREF-FNM OF PREFTRAN-REC = SPACES
             SET NAME-IS-INVALID TO TRUE
             MOVE 'N001' TO WS-REJ-CODE
             MOVE 'PNPREFFN' TO WS-REJ-FIELD
             MOVE 'NAME FIELD IS BLANK' TO WS-REJ-MSG
           END-IF.
           IF NAME-IS-VALID
             MOVE PN-PREF-FNM OF PREFTRAN-REC TO WS-NAME-FIELD
             MOVE 25 TO WS-NAME-FIELD-LEN
             PERFORM CHECK-NAME-CHARS-PARA
             IF NAME-IS-INVALID
               MOVE 'N002' TO WS-REJ-CODE
               MOVE 'PNPREFFN' TO WS-REJ-FIELD
               MOVE 'INVALID CHARACTER IN NAME' TO WS-REJ-MSG
             END-IF
           END-IF.
           IF NAME-IS-VALID
             MOVE PN-PREF-LNM OF PREFTRAN-REC TO WS-NAME-FIELD
             MOVE 35 TO WS-NAME-FIELD-LEN
             PERFORM CHECK-NAME-CHARS-PARA
             IF NAME-IS-INVALID
               MOVE 'N002' TO WS-REJ-CODE
               MOVE 'PNPREFLN' TO WS-REJ-FIELD
               MOVE 'INVALID CHARACTER IN NAME' TO WS-REJ-MSG
             END-IF
           END-IF.

      * ================================================================
      * CHECK-NAME-CHARS-PARA
      * ================================================================
       CHECK-NAME-CHARS-PARA.
           PERFORM CHECK-ONE-NAME-CHAR-PARA
               VARYING WS-NAME-CHAR-IDX FROM 1 BY 1
               UNTIL WS-NAME-CHAR-IDX > WS-NAME-FIELD-LEN
                  OR NAME-IS-INVALID.

      * ================================================================
      * CHECK-ONE-NAME-CHAR-PARA
      * ================================================================
       CHECK-ONE-NAME-CHAR-PARA.
           MOVE WS-NAME-FIELD (WS-NAME-CHAR-IDX:1)
                TO WS-ONE-NAME-CHAR.
           IF WS-ONE-NAME-CHAR NOT ALPHABETIC
               AND WS-ONE-NAME-CHAR NOT = SPACE
               AND WS-ONE-NAME-CHAR NOT = '-'
               AND WS-ONE-NAME-CHAR NOT = QUOTE
             SET NAME-IS-INVALID TO TRUE
           END-IF.

      * ================================================================
      * STORE-PREF-PARA
      * WRITE for a new EMPID, REWRITE when the employee already has
      * a preferred name - so a corrected list can be re-sent whole.
      * ================================================================
       STORE-PREF-PARA.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE 'A' TO WS-AUDIT-ACTION.
           MOVE PN-EMPID OF PREFTRAN-REC TO PN-EMPID OF PREFMSTR-REC.
           READ PREFMSTR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PREFMSTR-REC TO WS-AUDIT-BEFORE
                 MOVE 'C' TO WS-AUDIT-ACTION
           END-READ.
           PERFORM FILL-PREF-PARA.
           WRITE PREFMSTR-REC
               INVALID KEY
                 REWRITE PREFMSTR-REC
                     INVALID KEY
                       SET TRAN-REJECTED TO TRUE
                       MOVE 'C004' TO WS-REJ-CODE
                       MOVE 'PNEMPID' TO WS-REJ-FIELD
                       MOVE 'REWRITE FAILED' TO WS-REJ-MSG
                 END-REWRITE
           END-WRITE.
           IF TRAN-APPLIED
             MOVE PREFMSTR-REC TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * CHANGE-PREF-PARA
      * ================================================================
       CHANGE-PREF-PARA.
           MOVE PN-EMPID OF PREFTRAN-REC TO PN-EMPID OF PREFMSTR-REC.
           READ PREFMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'PNEMPID' TO WS-REJ-FIELD
                 MOVE 'NO PREFERRED NAME ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE PREFMSTR-REC TO WS-AUDIT-BEFORE
             PERFORM FILL-PREF-PARA
             REWRITE PREFMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'C004' TO WS-REJ-CODE
                   MOVE 'PNEMPID' TO WS-REJ-FIELD
                   MOVE 'REWRITE FAILED' TO WS-REJ-MSG
             END-REWRITE
           END-IF.
           IF TRAN-APPLIED
             MOVE 'C' TO WS-AUDIT-ACTION
             MOVE PREFMSTR-REC TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * FILL-PREF-PARA
      * ================================================================
       FILL-PREF-PARA.
           MOVE PN-EMPID OF PREFTRAN-REC TO PN-EMPID OF PREFMSTR-REC.
           MOVE PN-PREF-FNM OF PREFTRAN-REC
                TO PN-PREF-FNM OF PREFMSTR-REC.
           MOVE PN-PREF-LNM OF PREFTRAN-REC
                TO PN-PREF-LNM OF PREFMSTR-REC.
           MOVE WS-TODAY TO PN-CHANGED-DATE OF PREFMSTR-REC.
           MOVE WS-AUDIT-OPERATOR TO PN-CHANGED-BY OF PREFMSTR-REC.

      * ================================================================
      * DELETE-PREF-PARA
      * ================================================================
       DELETE-PREF-PARA.
           MOVE PN-EMPID OF PREFTRAN-REC TO PN-EMPID OF PREFMSTR-REC.
           READ PREFMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'PNEMPID' TO WS-REJ-FIELD
                 MOVE 'NO PREFERRED NAME ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE PREFMSTR-REC TO WS-AUDIT-BEFORE
             DELETE PREFMSTR RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'C001' TO WS-REJ-CODE
                   MOVE 'PNEMPID' TO WS-REJ-FIELD
                   MOVE 'NO PREFERRED NAME ON FILE' TO WS-REJ-MSG
             END-DELETE
           END-IF.
           IF TRAN-APPLIED
             MOVE 'D' TO WS-AUDIT-ACTION
             MOVE SPACES TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     PN-EMPID OF PREFTRAN-REC " "
                     PN-PREF-FNM OF PREFTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     PN-EMPID OF PREFTRAN-REC " ("
                     WS-REJ-CODE ") " WS-REJ-MSG
             MOVE SPACES TO PREFSUSP-REC
             MOVE PN-EMPID OF PREFTRAN-REC TO PN-EMPID OF PREFSUSP-REC
             MOVE PN-PREF-FNM OF PREFTRAN-REC
                  TO PN-PREF-FNM OF PREFSUSP-REC
             MOVE PN-PREF-LNM OF PREFTRAN-REC
                  TO PN-PREF-LNM OF PREFSUSP-REC
             MOVE ZERO TO PN-CHANGED-DATE OF PREFSUSP-REC
             MOVE WS-REJ-CODE TO REJ-ERR-CODE OF PREFSUSP-REC
             MOVE WS-REJ-FIELD TO REJ-ERR-FIELD OF PREFSUSP-REC
             MOVE WS-REJ-MSG TO REJ-ERR-MSG OF PREFSUSP-REC
             WRITE PREFSUSP-REC
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE PREFTRAN.
           CLOSE PREFMSTR.
           CLOSE EMPLOYEE.
           CLOSE PREFSUSP.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "PREFMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED TO PREFSUSP.DTA".
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
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
