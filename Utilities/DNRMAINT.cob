      *================================================================
      * DNRMAINT
      * Maintenance of the do-not-rehire register (./dnrreg.dat,
      * copybooks/DNRREG-REC.cob), on the TAXMAINT pattern and
      * behind the operator sign-on - class A only, since an entry
      * keeps a person out of the building.  Reads an action-coded
      * transaction file (./dnrtran.dta) - one transaction per
      * line, an action byte followed by the DNRREG-REC layout, of
      * which only the EMPID, reason code and expiry date are read
      * - and applies each with a keyed WRITE/REWRITE/DELETE:
      *
      *    A  add     - WRITE a new entry; the last name and DOB
      *                 are taken off the employee master, or off
      *                 the termination history (./termhist.dat)
      *                 for someone since purged from it
      *    C  change  - REWRITE the reason and expiry date of an
      *                 entry already on file
      *    D  delete  - lift the bar
      *
      * The reason must be one of the register's codes (Q002) and
      * an expiry date, when one is keyed, must be a real date
      * after today (Q003); leave it blank or zero for a bar that
      * never lapses.  TERMCASC leaves an add line per termination
      * on ./dnroffer.dta with the reason blank - fill in the
      * reason for the ones that should stand, move those lines
      * here, and drop the rest.
      *
      * Rejects go to ./dnrsusp.dta with REJECT-REC reason codes.
      * Every applied transaction is stamped with the run date and
      * the signed-on operator, and leaves a before/after image
      * pair on ./dnraudit.dta (copybooks/AUDIT-REC.cob).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DNRMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DNRTRAN ASSIGN TO './dnrtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT DNRREG ASSIGN TO './dnrreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DN-EMPID OF DNRREG-REC
              ALTERNATE RECORD KEY IS DN-NAME-DOB OF DNRREG-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-DNR-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-EMPID
              FILE STATUS IS WS-HIST-STATUS.
      *
              SELECT DNRSUSP ASSIGN TO './dnrsusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT AUDIT ASSIGN TO './dnraudit.dta'
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
           FD DNRTRAN.
           01 DNRTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "DNRREG-REC.cob".
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD DNRSUSP.
           01 DNRSUSP-REC.
              COPY "DNRREG-REC.cob".
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
           01 WS-DNR-STATUS   PIC        X(2).
              88 WS-DNR-OK           VALUE '00'.
              88 WS-DNR-MISSING      VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-HIST-STATUS  PIC        X(2).
              88 WS-HIST-OK          VALUE '00'.
           01 WS-HIST-SW      PIC        X(1) VALUE 'N'.
              88 HIST-FILE-OPEN      VALUE 'Y'.
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
      * The person the entry is for, as found on the master or the
      * termination history.
           01 WS-FOUND-LNM    PIC       X(35).
           01 WS-FOUND-DOB    PIC       X(10).
      *
      * The expiry date as keyed, and its pieces for the edit.
           01 WS-EXPIRE-X     PIC        X(8).
           01 WS-EXPIRE-DATE  PIC        9(8).
           01 WS-EXPIRE-PARTS REDEFINES WS-EXPIRE-DATE.
              05 WS-EXPIRE-Y  PIC        9(4).
              05 WS-EXPIRE-M  PIC        9(2).
              05 WS-EXPIRE-D  PIC        9(2).
           01 WS-TODAY        PIC        9(8).
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./dnraudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'DNRMAINT'.
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
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT DNRTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "DNRMAINT: *** CANNOT OPEN DNRTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O DNRREG.
           IF WS-DNR-MISSING
             OPEN OUTPUT DNRREG
             CLOSE DNRREG
             OPEN I-O DNRREG
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "DNRMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE DNRTRAN
             CLOSE DNRREG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT TERMHIST.
           IF WS-HIST-OK
             SET HIST-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT DNRSUSP.
           OPEN EXTEND AUDIT.
           DISPLAY "DNRMAINT - DO-NOT-REHIRE REGISTER MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ DNRTRAN INTO DNRTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ DNRTRAN INTO DNRTRAN-REC
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
                 PERFORM FIND-PERSON-PARA
               END-IF
               IF TRAN-APPLIED
                 PERFORM ADD-ENTRY-PARA
               END-IF
             WHEN TRN-IS-CHANGE
               PERFORM VALIDATE-TRAN-PARA
               IF TRAN-APPLIED
                 PERFORM CHANGE-ENTRY-PARA
               END-IF
             WHEN TRN-IS-DELETE
               PERFORM DELETE-ENTRY-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'C004' TO WS-REJ-CODE
               MOVE 'ACTION' TO WS-REJ-FIELD
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-MSG
           END-EVALUATE.

      * ================================================================
      * VALIDATE-TRAN-PARA
      * The reason must be a register code and the expiry date, when
      * keyed, a real date after today.  Only the first failing
      * check records its reason.
      * ================================================================
       VALIDATE-TRAN-PARA.
           IF NOT DN-REASON-VALID OF DNRTRAN-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'Q002' TO WS-REJ-CODE
             MOVE 'DNREASON' TO WS-REJ-FIELD
             MOVE 'REASON NOT A REGISTER CODE' TO WS-REJ-MSG
           END-IF.
           IF TRAN-APPLIED
             MOVE DNRTRAN-REC (56:8) TO WS-EXPIRE-X
             IF WS-EXPIRE-X = SPACES
               MOVE ZERO TO WS-EXPIRE-DATE
             ELSE
               IF WS-EXPIRE-X NOT NUMERIC
                 SET TRAN-REJECTED TO TRUE
               ELSE
                 MOVE WS-EXPIRE-X TO WS-EXPIRE-DATE
                 IF WS-EXPIRE-DATE NOT = ZERO
                   IF WS-EXPIRE-M < 01 OR WS-EXPIRE-M > 12
                       OR WS-EXPIRE-D < 01 OR WS-EXPIRE-D > 31
                       OR WS-EXPIRE-DATE NOT > WS-TODAY
                     SET TRAN-REJECTED TO TRUE
                   END-IF
                 END-IF
               END-IF
               IF TRAN-REJECTED
                 MOVE 'Q003' TO WS-REJ-CODE
                 MOVE 'DNEXPIRE' TO WS-REJ-FIELD
                 MOVE 'EXPIRY NOT A FUTURE DATE' TO WS-REJ-MSG
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * FIND-PERSON-PARA
      * The last name and DOB the EXACT check matches on, off the
      * master, or off the termination history for a record purged
      * since.
      * ================================================================
       FIND-PERSON-PARA.
           MOVE DN-EMPID OF DNRTRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
               NOT INVALID KEY
                 MOVE EMPLNM OF EMPLOYEE-FILE TO WS-FOUND-LNM
                 MOVE EMPDOB OF EMPLOYEE-FILE TO WS-FOUND-DOB
           END-READ.
           IF TRAN-REJECTED AND HIST-FILE-OPEN
             MOVE DN-EMPID OF DNRTRAN-REC TO TH-EMPID
             READ TERMHIST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET TRAN-APPLIED TO TRUE
                   MOVE TH-LNM TO WS-FOUND-LNM
                   MOVE TH-DOB TO WS-FOUND-DOB
             END-READ
           END-IF.
           IF TRAN-REJECTED
             MOVE 'C001' TO WS-REJ-CODE
             MOVE 'DNEMPID' TO WS-REJ-FIELD
             MOVE 'EMPID NOT ON MASTER/HISTORY' TO WS-REJ-MSG
           END-IF.

      * ================================================================
      * ADD-ENTRY-PARA
      * ================================================================
       ADD-ENTRY-PARA.
           MOVE DN-EMPID OF DNRTRAN-REC TO DN-EMPID OF DNRREG-REC.
           MOVE WS-FOUND-LNM TO DN-LNM OF DNRREG-REC.
           MOVE WS-FOUND-DOB TO DN-DOB OF DNRREG-REC.
           PERFORM FILL-ENTRY-PARA.
           WRITE DNRREG-REC
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'Q004' TO WS-REJ-CODE
                 MOVE 'DNEMPID' TO WS-REJ-FIELD
                 MOVE 'ALREADY ON REGISTER - USE C' TO WS-REJ-MSG
           END-WRITE.
           IF TRAN-APPLIED
             MOVE 'A' TO WS-AUDIT-ACTION
             MOVE SPACES TO WS-AUDIT-BEFORE
             MOVE DNRREG-REC TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * CHANGE-ENTRY-PARA
      * ================================================================
       CHANGE-ENTRY-PARA.
           MOVE DN-EMPID OF DNRTRAN-REC TO DN-EMPID OF DNRREG-REC.
           READ DNRREG
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'Q004' TO WS-REJ-CODE
                 MOVE 'DNEMPID' TO WS-REJ-FIELD
                 MOVE 'NOT ON THE REGISTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE DNRREG-REC TO WS-AUDIT-BEFORE
             PERFORM FILL-ENTRY-PARA
             REWRITE DNRREG-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'C004' TO WS-REJ-CODE
                   MOVE 'DNEMPID' TO WS-REJ-FIELD
                   MOVE 'REWRITE FAILED' TO WS-REJ-MSG
             END-REWRITE
           END-IF.
           IF TRAN-APPLIED
             MOVE 'C' TO WS-AUDIT-ACTION
             MOVE DNRREG-REC TO WS-AUDIT-AFTER
             PERFORM WRITE-AUDIT-PARA
           END-IF.

      * ================================================================
      * FILL-ENTRY-PARA
      * ================================================================
       FILL-ENTRY-PARA.
           MOVE DN-REASON OF DNRTRAN-REC TO DN-REASON OF DNRREG-REC.
           MOVE WS-EXPIRE-DATE TO DN-EXPIRE-DATE OF DNRREG-REC.
           MOVE WS-TODAY TO DN-SET-DATE OF DNRREG-REC.
           MOVE WS-AUDIT-OPERATOR TO DN-SET-BY OF DNRREG-REC.

      * ================================================================
      * DELETE-ENTRY-PARA
      * ================================================================
       DELETE-ENTRY-PARA.
           MOVE DN-EMPID OF DNRTRAN-REC TO DN-EMPID OF DNRREG-REC.
           READ DNRREG
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'Q004' TO WS-REJ-CODE
                 MOVE 'DNEMPID' TO WS-REJ-FIELD
                 MOVE 'NOT ON THE REGISTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE DNRREG-REC TO WS-AUDIT-BEFORE
             DELETE DNRREG RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'Q004' TO WS-REJ-CODE
                   MOVE 'DNEMPID' TO WS-REJ-FIELD
                   MOVE 'NOT ON THE REGISTER' TO WS-REJ-MSG
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
                     DN-EMPID OF DNRTRAN-REC " "
                     DN-REASON OF DNRTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     DN-EMPID OF DNRTRAN-REC " ("
                     WS-REJ-CODE ") " WS-REJ-MSG
             MOVE SPACES TO DNRSUSP-REC
             MOVE DNRTRAN-REC (2:78) TO DNRSUSP-REC (1:78)
             MOVE WS-REJ-CODE TO REJ-ERR-CODE OF DNRSUSP-REC
             MOVE WS-REJ-FIELD TO REJ-ERR-FIELD OF DNRSUSP-REC
             MOVE WS-REJ-MSG TO REJ-ERR-MSG OF DNRSUSP-REC
             WRITE DNRSUSP-REC
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE DNRTRAN.
           CLOSE DNRREG.
           CLOSE EMPLOYEE.
           IF HIST-FILE-OPEN
             CLOSE TERMHIST
           END-IF.
           CLOSE DNRSUSP.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "DNRMAINT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED TO DNRSUSP.DTA".
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
