      *================================================================
      * TAXMAINT
      * Load and maintenance of the confidential tax-identification
      * companion file (./taxmstr.dat, copybooks/TAXID-REC.cob), on
      * the ADDRMAIN pattern and behind the operator sign-on
      * (copybooks/SIGNON_PARA.cob) - no other program writes the
      * file.  Reads an action-coded transaction file
      * (./taxtran.dta) - one transaction per line, an action byte
      * followed by the TAXID-REC layout (the stamp fields are
      * ignored) - and applies each with a keyed WRITE/REWRITE/
      * DELETE:
      *
      *    A  add     - WRITE the employee's ID (an EMPID that
      *                 already has one falls through to REWRITE,
      *                 the COMPLOAD way, so payroll's initial
      *                 extract can be re-sent whole)
      *    C  change  - REWRITE the ID of an EMPID already on file
      *    D  delete  - remove the record
      *
      * The EMPID must be on the employee master.  The ID must be
      * nine digits and shaped like a real SSN (area not 000, 666
      * or 9xx, group not 00, serial not 0000) or ITIN (leading 9,
      * group 50-65, 70-88, 90-92 or 94-99).  An ID already on file
      * for a different EMPID is refused outright: it is the same
      * person under two employee numbers - the case DUPCHK can
      * only guess at from name and DOB - or a keying error, and
      * either way HR must settle it before payroll sees it.
      *
      * Rejects go to ./taxsusp.dta with REJECT-REC reason codes
      * (T001 format, T002 duplicate, T003 on file/not found); the
      * suspense file carries the ID as keyed so it can be
      * corrected and re-sent, and is handled like the transaction
      * file itself.  The console log shows each ID masked to its
      * last four digits unless the operator is class A
      * (copybooks/TAXMASK_PARA.cob).  Every applied record is
      * stamped with the run date and the signed-on operator.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT TAXTRAN ASSIGN TO './taxtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT TAXMSTR ASSIGN TO './taxmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TX-EMPID OF TAXMSTR-REC
              ALTERNATE RECORD KEY IS TX-TAXID OF TAXMSTR-REC
              FILE STATUS IS WS-TAX-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT TAXSUSP ASSIGN TO './taxsusp.dta'
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
           FD TAXTRAN.
           01 TAXTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "TAXID-REC.cob".
      *
           FD TAXMSTR.
           01 TAXMSTR-REC.
              COPY "TAXID-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD TAXSUSP.
           01 TAXSUSP-REC.
              COPY "TAXID-REC.cob".
              COPY "REJECT-REC.cob".
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
           01 WS-TAX-STATUS   PIC        X(2).
              88 WS-TAX-OK           VALUE '00'.
              88 WS-TAX-MISSING      VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-DUP-COUNT    PIC        9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
      *
           01 WS-REJ-CODE     PIC        X(4).
           01 WS-REJ-FIELD    PIC        X(8).
           01 WS-REJ-MSG      PIC        X(30).
      *
      * ID format check scratch fields.
           01 WS-TAXID-SW     PIC        X(1).
              88 TAXID-IS-VALID      VALUE 'V'.
              88 TAXID-IS-INVALID    VALUE 'I'.
           01 WS-TX-GROUP     PIC        9(2).
           01 WS-OTHER-EMPID  PIC        9(5).
           01 WS-TODAY        PIC        9(8).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'TAXMAINT'.
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
       COPY "TAXMASK_DEF.cob".
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
           PERFORM SET-TAXID-VIEW-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT TAXTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "TAXMAINT: *** CANNOT OPEN TAXTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O TAXMSTR.
           IF WS-TAX-MISSING
             OPEN OUTPUT TAXMSTR
             CLOSE TAXMSTR
             OPEN I-O TAXMSTR
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "TAXMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE TAXTRAN
             CLOSE TAXMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT TAXSUSP.
           DISPLAY "TAXMAINT - TAX-ID FILE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ TAXTRAN INTO TAXTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ TAXTRAN INTO TAXTRAN-REC
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
                 PERFORM STORE-TAXID-PARA
               END-IF
             WHEN TRN-IS-CHANGE
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM CHANGE-TAXID-PARA
               END-IF
             WHEN TRN-IS-DELETE
               PERFORM DELETE-TAXID-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'C004' TO WS-REJ-CODE
               MOVE 'ACTION' TO WS-REJ-FIELD
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-MSG
           END-EVALUATE.

      * ================================================================
      * VALIDATE-TRAN-PARA
      * The EMPID must be on the master, the ID well formed, and the
      * ID not already on file under another EMPID.  Only the first
      * failing check records its reason.
      * ================================================================
       VALIDATE-TRAN-PARA.
           MOVE TX-EMPID OF TAXTRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'TXEMPID' TO WS-REJ-FIELD
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             PERFORM CHECK-TAXID-PARA
             IF TAXID-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'T001' TO WS-REJ-CODE
               MOVE 'TXTAXID' TO WS-REJ-FIELD
               MOVE 'TAX ID NOT A VALID SSN/ITIN' TO WS-REJ-MSG
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE TX-TAXID OF TAXTRAN-REC TO TX-TAXID OF TAXMSTR-REC
             READ TAXMSTR KEY IS TX-TAXID OF TAXMSTR-REC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF TX-EMPID OF TAXMSTR-REC
                       NOT = TX-EMPID OF TAXTRAN-REC
                     SET TRAN-REJECTED TO TRUE
                     ADD 1 TO WS-DUP-COUNT
                     MOVE TX-EMPID OF TAXMSTR-REC TO WS-OTHER-EMPID
                     MOVE 'T002' TO WS-REJ-CODE
                     MOVE 'TXTAXID' TO WS-REJ-FIELD
                     STRING 'TAX ID ON FILE FOR EMPID '
                            DELIMITED BY SIZE
                            WS-OTHER-EMPID DELIMITED BY SIZE
                            INTO WS-REJ-MSG
                     END-STRING
                   END-IF
             END-READ
           END-IF.

      * ================================================================
      * CHECK-TAXID-PARA
      * Nine digits, shaped like an SSN or, with a leading 9, an
      * ITIN.
      * ================================================================
       CHECK-TAXID-PARA.
           SET TAXID-IS-VALID TO TRUE.
           IF TX-TAXID OF TAXTRAN-REC NOT NUMERIC
             SET TAXID-IS-INVALID TO TRUE
           ELSE
             MOVE TX-TAXID OF TAXTRAN-REC (4:2) TO WS-TX-GROUP
             IF TX-TAXID OF TAXTRAN-REC (1:1) = '9'
               IF NOT ((WS-TX-GROUP >= 50 AND WS-TX-GROUP <= 65)
                    OR (WS-TX-GROUP >= 70 AND WS-TX-GROUP <= 88)
                    OR (WS-TX-GROUP >= 90 AND WS-TX-GROUP <= 92)
                    OR WS-TX-GROUP >= 94)
                 SET TAXID-IS-INVALID TO TRUE
               END-IF
             ELSE
               IF TX-TAXID OF TAXTRAN-REC (1:3) = '000'
                   OR TX-TAXID OF TAXTRAN-REC (1:3) = '666'
                   OR WS-TX-GROUP = ZERO
                   OR TX-TAXID OF TAXTRAN-REC (6:4) = '0000'
                 SET TAXID-IS-INVALID TO TRUE
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * STORE-TAXID-PARA
      * WRITE for a new EMPID, REWRITE when the employee already has
      * an ID - so a corrected extract can be re-sent whole.
      * ================================================================
       STORE-TAXID-PARA.
           MOVE TX-EMPID OF TAXTRAN-REC TO TX-EMPID OF TAXMSTR-REC.
           MOVE TX-TAXID OF TAXTRAN-REC TO TX-TAXID OF TAXMSTR-REC.
           MOVE WS-TODAY TO TX-CHANGED-DATE OF TAXMSTR-REC.
           MOVE WS-AUDIT-OPERATOR TO TX-CHANGED-BY OF TAXMSTR-REC.
           WRITE TAXMSTR-REC
               INVALID KEY
                 REWRITE TAXMSTR-REC
                     INVALID KEY
                       SET TRAN-REJECTED TO TRUE
                       MOVE 'T003' TO WS-REJ-CODE
                       MOVE 'TXEMPID' TO WS-REJ-FIELD
                       MOVE 'REWRITE FAILED' TO WS-REJ-MSG
                 END-REWRITE
           END-WRITE.

      * ================================================================
      * CHANGE-TAXID-PARA
      * ================================================================
       CHANGE-TAXID-PARA.
           MOVE TX-EMPID OF TAXTRAN-REC TO TX-EMPID OF TAXMSTR-REC.
           READ TAXMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'T003' TO WS-REJ-CODE
                 MOVE 'TXEMPID' TO WS-REJ-FIELD
                 MOVE 'NO TAX ID ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE TX-TAXID OF TAXTRAN-REC TO TX-TAXID OF TAXMSTR-REC
             MOVE WS-TODAY TO TX-CHANGED-DATE OF TAXMSTR-REC
             MOVE WS-AUDIT-OPERATOR TO TX-CHANGED-BY OF TAXMSTR-REC
             REWRITE TAXMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'T003' TO WS-REJ-CODE
                   MOVE 'TXEMPID' TO WS-REJ-FIELD
                   MOVE 'REWRITE FAILED' TO WS-REJ-MSG
             END-REWRITE
           END-IF.

      * ================================================================
      * DELETE-TAXID-PARA
      * ================================================================
       DELETE-TAXID-PARA.
           MOVE TX-EMPID OF TAXTRAN-REC TO TX-EMPID OF TAXMSTR-REC.
           READ TAXMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'T003' TO WS-REJ-CODE
                 MOVE 'TXEMPID' TO WS-REJ-FIELD
                 MOVE 'NO TAX ID ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             DELETE TAXMSTR RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'T003' TO WS-REJ-CODE
                   MOVE 'TXEMPID' TO WS-REJ-FIELD
                   MOVE 'NO TAX ID ON FILE' TO WS-REJ-MSG
             END-DELETE
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           MOVE TX-TAXID OF TAXTRAN-REC TO TM-TAXID-IN.
           PERFORM MASK-TAXID-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     TX-EMPID OF TAXTRAN-REC " " TM-TAXID-OUT
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     TX-EMPID OF TAXTRAN-REC " " TM-TAXID-OUT " ("
                     WS-REJ-CODE ") " WS-REJ-MSG
             MOVE SPACES TO TAXSUSP-REC
             MOVE TX-EMPID OF TAXTRAN-REC TO TX-EMPID OF TAXSUSP-REC
             MOVE TX-TAXID OF TAXTRAN-REC TO TX-TAXID OF TAXSUSP-REC
             MOVE ZERO TO TX-CHANGED-DATE OF TAXSUSP-REC
             MOVE WS-REJ-CODE TO REJ-ERR-CODE OF TAXSUSP-REC
             MOVE WS-REJ-FIELD TO REJ-ERR-FIELD OF TAXSUSP-REC
             MOVE WS-REJ-MSG TO REJ-ERR-MSG OF TAXSUSP-REC
             WRITE TAXSUSP-REC
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE TAXTRAN.
           CLOSE TAXMSTR.
           CLOSE EMPLOYEE.
           CLOSE TAXSUSP.
           DISPLAY "TAXMAINT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED ("
                   WS-DUP-COUNT " DUPLICATE ID)".
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-REJECT-COUNT > 0
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
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN TAX-ID MASKING
      * ================================================================
       COPY "TAXMASK_PARA.cob".
