      *================================================================
      * ASSETMNT
      * Transaction-driven maintenance of the asset custody file
      * (./assetmstr.dat, copybooks/ASSET-REC.cob), on the COMPMAINT
      * pattern.  Reads an action-coded transaction file
      * (./assettran.dta) - one transaction per line, an action
      * byte followed by the ASSET-REC layout, keyed on the asset
      * tag - and applies each one with a keyed WRITE/REWRITE:
      *
      *    A  add       - WRITE a new asset into stock (type, a
      *                   description and a value required)
      *    C  change    - REWRITE type, description or value, only
      *                   the fields the transaction carries
      *    I  issue     - an asset in stock goes out to AS-EMPID,
      *                   who must be on the master and active or
      *                   on leave; issue date defaults to today
      *    R  return    - an issued asset comes back into stock;
      *                   return date defaults to today
      *    W  write off - an asset that will not come back; the
      *                   holder stays on the record and the
      *                   write-off date goes in AS-RETURN-DATE
      *
      * Every applied change leaves a before/after image pair on
      * ./assetaudit.dta stamped with the signed-on operator, the
      * way COMPMAINT writes ./compaudit.dta.  Rejects are listed
      * with their reason and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ASSETTRAN ASSIGN TO './assettran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT ASSETMSTR ASSIGN TO './assetmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AS-TAG OF ASSETMSTR-REC
              ALTERNATE RECORD KEY IS AS-EMPID OF ASSETMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-ASSET-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT AUDIT ASSIGN TO './assetaudit.dta'
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
           FD ASSETTRAN.
           01 ASSETTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-ISSUE      VALUE 'I'.
                 88 TRN-IS-RETURN     VALUE 'R'.
                 88 TRN-IS-WRITE-OFF  VALUE 'W'.
              COPY "ASSET-REC.cob".
      *
           FD ASSETMSTR.
           01 ASSETMSTR-REC.
              COPY "ASSET-REC.cob".
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
           01 WS-ASSET-STATUS PIC        X(2).
              88 WS-ASSET-OK         VALUE '00'.
              88 WS-ASSET-MISSING    VALUE '35'.
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
      * A transaction date, defaulted to today when not keyed.
           01 WS-DATE-IN      PIC        9(8).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./assetaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ASSETMNT'.
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
           OPEN INPUT ASSETTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "ASSETMNT: *** CANNOT OPEN ASSETTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ASSETMSTR.
           IF WS-ASSET-MISSING
             OPEN OUTPUT ASSETMSTR
             CLOSE ASSETMSTR
             OPEN I-O ASSETMSTR
           END-IF.
           IF NOT WS-ASSET-OK
             DISPLAY "ASSETMNT: *** CANNOT OPEN ASSETMSTR.DAT - "
                     "STATUS " WS-ASSET-STATUS " ***"
             CLOSE ASSETTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "ASSETMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ASSETTRAN
             CLOSE ASSETMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUDIT.
           DISPLAY "ASSETMNT - ASSET CUSTODY MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ ASSETTRAN INTO ASSETTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ ASSETTRAN INTO ASSETTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new record; every other action reads the
      * tag first and rewrites it, leaving its image pair.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-IS-ADD
             PERFORM ADD-ASSET-PARA
           ELSE
             MOVE AS-TAG OF ASSETTRAN-REC TO AS-TAG OF ASSETMSTR-REC
             READ ASSETMSTR
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'ASSET TAG NOT ON FILE' TO WS-REJECT-REASON
             END-READ
             IF TRAN-APPLIED
               MOVE ASSETMSTR-REC TO WS-AUDIT-BEFORE
               EVALUATE TRUE
                 WHEN TRN-IS-CHANGE
                   PERFORM CHANGE-ASSET-PARA
                 WHEN TRN-IS-ISSUE
                   PERFORM ISSUE-ASSET-PARA
                 WHEN TRN-IS-RETURN
                   PERFORM RETURN-ASSET-PARA
                 WHEN TRN-IS-WRITE-OFF
                   PERFORM WRITE-OFF-ASSET-PARA
                 WHEN OTHER
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
             END-IF
             IF TRAN-APPLIED
               REWRITE ASSETMSTR-REC
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   NOT INVALID KEY
                     MOVE 'C' TO WS-AUDIT-ACTION
                     MOVE ASSETMSTR-REC TO WS-AUDIT-AFTER
                     PERFORM WRITE-AUDIT-PARA
               END-REWRITE
             END-IF
           END-IF.

      * ================================================================
      * ADD-ASSET-PARA
      * ================================================================
       ADD-ASSET-PARA.
           EVALUATE TRUE
             WHEN AS-TAG OF ASSETTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'ASSET TAG MISSING' TO WS-REJECT-REASON
             WHEN NOT AS-TYPE-IS-VALID OF ASSETTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'ASSET TYPE NOT RECOGNISED' TO WS-REJECT-REASON
             WHEN AS-DESC OF ASSETTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
             WHEN AS-VALUE OF ASSETTRAN-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE SPACES TO ASSETMSTR-REC
             MOVE AS-TAG OF ASSETTRAN-REC TO AS-TAG OF ASSETMSTR-REC
             MOVE AS-TYPE OF ASSETTRAN-REC TO AS-TYPE OF ASSETMSTR-REC
             MOVE AS-DESC OF ASSETTRAN-REC TO AS-DESC OF ASSETMSTR-REC
             MOVE AS-VALUE OF ASSETTRAN-REC
                  TO AS-VALUE OF ASSETMSTR-REC
             SET AS-IS-IN-STOCK OF ASSETMSTR-REC TO TRUE
             MOVE ZERO TO AS-EMPID OF ASSETMSTR-REC
                          AS-ISSUE-DATE OF ASSETMSTR-REC
                          AS-RETURN-DATE OF ASSETMSTR-REC
             WRITE ASSETMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'ASSET TAG ALREADY ON FILE'
                        TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE ASSETMSTR-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-ASSET-PARA
      * ================================================================
       CHANGE-ASSET-PARA.
           IF AS-TYPE OF ASSETTRAN-REC NOT = SPACES
             IF AS-TYPE-IS-VALID OF ASSETTRAN-REC
               MOVE AS-TYPE OF ASSETTRAN-REC
                    TO AS-TYPE OF ASSETMSTR-REC
             ELSE
               SET TRAN-REJECTED TO TRUE
               MOVE 'ASSET TYPE NOT RECOGNISED' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF AS-DESC OF ASSETTRAN-REC NOT = SPACES
             MOVE AS-DESC OF ASSETTRAN-REC TO AS-DESC OF ASSETMSTR-REC
           END-IF.
           IF AS-VALUE OF ASSETTRAN-REC NUMERIC
               AND AS-VALUE OF ASSETTRAN-REC NOT = ZERO
             MOVE AS-VALUE OF ASSETTRAN-REC
                  TO AS-VALUE OF ASSETMSTR-REC
           END-IF.

      * ================================================================
      * ISSUE-ASSET-PARA
      * ================================================================
       ISSUE-ASSET-PARA.
           IF NOT AS-IS-IN-STOCK OF ASSETMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'ASSET NOT IN STOCK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE AS-EMPID OF ASSETTRAN-REC TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPID NOT ON EMPLOYEE MASTER'
                        TO WS-REJECT-REASON
             END-READ
           END-IF.
           IF TRAN-APPLIED
               AND NOT EMP-ACTIVE OF EMPLOYEE-FILE
               AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'EMPLOYEE NOT ACTIVE/ON LEAVE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE AS-ISSUE-DATE OF ASSETTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
             SET AS-IS-ISSUED OF ASSETMSTR-REC TO TRUE
             MOVE AS-EMPID OF ASSETTRAN-REC
                  TO AS-EMPID OF ASSETMSTR-REC
             MOVE WS-DATE-IN TO AS-ISSUE-DATE OF ASSETMSTR-REC
             MOVE ZERO TO AS-RETURN-DATE OF ASSETMSTR-REC
           END-IF.

      * ================================================================
      * RETURN-ASSET-PARA
      * ================================================================
       RETURN-ASSET-PARA.
           IF NOT AS-IS-ISSUED OF ASSETMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'ASSET NOT ISSUED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE AS-RETURN-DATE OF ASSETTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
               AND WS-DATE-IN < AS-ISSUE-DATE OF ASSETMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'RETURN DATE BEFORE ISSUE DATE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             SET AS-IS-IN-STOCK OF ASSETMSTR-REC TO TRUE
             MOVE WS-DATE-IN TO AS-RETURN-DATE OF ASSETMSTR-REC
           END-IF.

      * ================================================================
      * WRITE-OFF-ASSET-PARA
      * ================================================================
       WRITE-OFF-ASSET-PARA.
           IF AS-IS-WRITTEN-OFF OF ASSETMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'ASSET ALREADY WRITTEN OFF' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE AS-RETURN-DATE OF ASSETTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
           END-IF.
           IF TRAN-APPLIED
             SET AS-IS-WRITTEN-OFF OF ASSETMSTR-REC TO TRUE
             MOVE WS-DATE-IN TO AS-RETURN-DATE OF ASSETMSTR-REC
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
             DISPLAY "APPLIED  " TRN-ACTION " TAG "
                     AS-TAG OF ASSETTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " TAG "
                     AS-TAG OF ASSETTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE ASSETTRAN.
           CLOSE ASSETMSTR.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "ASSETMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
