      *================================================================
      * CWMAINT
      * Transaction-driven maintenance of the contingent-worker
      * register (./contwkr.dat, copybooks/CONTWKR-REC.cob), on the
      * ASSETMNT pattern.  Reads an action-coded transaction file
      * (./cwtran.dta) - one transaction per line, an action byte
      * followed by the CONTWKR-REC layout, keyed on CW-ID - and
      * applies each one with a keyed WRITE/REWRITE/DELETE:
      *
      *    A  add       - WRITE a new assignment: name, agency,
      *                   department, site, supervisor and both
      *                   dates required
      *    C  change    - REWRITE a correction or a move, only the
      *                   fields the transaction carries (the end
      *                   date moves only by X or E)
      *    X  extend    - push an active assignment's end date out
      *                   to a later one, counted in CW-EXT-COUNT
      *    E  end       - close an active assignment on the keyed
      *                   end date, or today when none is keyed
      *    D  delete    - remove a record keyed in error
      *
      * The ID must be in the register's own 900000-999999 range.
      * The department is validated against deptref.dta (a site
      * without the file skips the check); the supervisor must be
      * on the employee master and active or on leave.  Every
      * applied change leaves a before/after image pair on
      * ./cwaudit.dta stamped with the signed-on operator.  Rejects
      * are listed with their reason and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CWTRAN ASSIGN TO './cwtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT CONTWKR ASSIGN TO './contwkr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CW-ID OF CONTWKR-REC
              FILE STATUS IS WS-CW-STATUS.
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
              SELECT AUDIT ASSIGN TO './cwaudit.dta'
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
           FD CWTRAN.
           01 CWTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-EXTEND     VALUE 'X'.
                 88 TRN-IS-END        VALUE 'E'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "CONTWKR-REC.cob".
      *
           FD CONTWKR.
           01 CONTWKR-REC.
              COPY "CONTWKR-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD DEPTREF.
           01 DEPTREF-REC.
              COPY "DEPTREF-REC.cob".
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
           01 WS-CW-STATUS    PIC        X(2).
              88 WS-CW-OK            VALUE '00'.
              88 WS-CW-MISSING       VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-DEPTREF-STATUS PIC      X(2).
              88 WS-DEPTREF-OK       VALUE '00'.
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
      *
      * The department reference table, with its active flags.
           01 WS-DEPT-TBL.
              05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                 10 WS-DEPT-CODE   PIC  X(4).
                 10 WS-DEPT-ACTIVE PIC  X(1).
           01 WS-DEPT-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-DEPT-IDX     PIC        9(2) VALUE ZERO.
           01 WS-FOUND-SW     PIC        X(1).
              88 CODE-WAS-FOUND      VALUE 'Y'.
              88 CODE-NOT-FOUND      VALUE 'N'.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./cwaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'CWMAINT'.
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
           OPEN INPUT CWTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "CWMAINT: *** CANNOT OPEN CWTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O CONTWKR.
           IF WS-CW-MISSING
             OPEN OUTPUT CONTWKR
             CLOSE CONTWKR
             OPEN I-O CONTWKR
           END-IF.
           IF NOT WS-CW-OK
             DISPLAY "CWMAINT: *** CANNOT OPEN CONTWKR.DAT - "
                     "STATUS " WS-CW-STATUS " ***"
             CLOSE CWTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "CWMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE CWTRAN
             CLOSE CONTWKR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-DEPTREF-PARA.
           OPEN EXTEND AUDIT.
           DISPLAY "CWMAINT - CONTINGENT WORKER MAINTENANCE".
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
             DISPLAY "CWMAINT: NO DEPARTMENT REFERENCE FILE - "
                     "DEPARTMENT CHECK SKIPPED"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ CWTRAN INTO CWTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ CWTRAN INTO CWTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new assignment; everything else reads the
      * ID's record first, leaving its image pair either way.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
             WHEN TRN-IS-ADD
               PERFORM ADD-WORKER-PARA
             WHEN TRN-IS-CHANGE OR TRN-IS-EXTEND
                 OR TRN-IS-END OR TRN-IS-DELETE
               MOVE CW-ID OF CWTRAN-REC TO CW-ID OF CONTWKR-REC
               READ CONTWKR
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'NO ASSIGNMENT ON FILE FOR ID'
                          TO WS-REJECT-REASON
               END-READ
               IF TRAN-APPLIED
                 MOVE CONTWKR-REC TO WS-AUDIT-BEFORE
                 EVALUATE TRUE
                   WHEN TRN-IS-CHANGE
                     PERFORM CHANGE-WORKER-PARA
                   WHEN TRN-IS-EXTEND
                     PERFORM EXTEND-WORKER-PARA
                   WHEN TRN-IS-END
                     PERFORM END-WORKER-PARA
                   WHEN OTHER
                     PERFORM DELETE-WORKER-PARA
                 END-EVALUATE
               END-IF
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.

      * ================================================================
      * ADD-WORKER-PARA
      * ================================================================
       ADD-WORKER-PARA.
           EVALUATE TRUE
             WHEN CW-ID OF CWTRAN-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'ID NOT NUMERIC' TO WS-REJECT-REASON
             WHEN NOT CW-ID-IN-RANGE OF CWTRAN-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'ID NOT IN 900000-999999 RANGE'
                    TO WS-REJECT-REASON
             WHEN CW-LNM OF CWTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'LAST NAME MISSING' TO WS-REJECT-REASON
             WHEN CW-AGENCY OF CWTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'AGENCY MISSING' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE CWTRAN-REC (2:) TO CONTWKR-REC
             SET CW-IS-ACTIVE OF CONTWKR-REC TO TRUE
             MOVE ZERO TO CW-EXT-COUNT OF CONTWKR-REC
             PERFORM EDIT-WORKER-PARA
           END-IF.
           IF TRAN-APPLIED
             WRITE CONTWKR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'ID ALREADY ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE CONTWKR-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-WORKER-PARA
      * Blank or zero fields leave the register's value alone.
      * ================================================================
       CHANGE-WORKER-PARA.
           IF CW-FNM OF CWTRAN-REC NOT = SPACES
             MOVE CW-FNM OF CWTRAN-REC TO CW-FNM OF CONTWKR-REC
           END-IF.
           IF CW-LNM OF CWTRAN-REC NOT = SPACES
             MOVE CW-LNM OF CWTRAN-REC TO CW-LNM OF CONTWKR-REC
           END-IF.
           IF CW-AGENCY OF CWTRAN-REC NOT = SPACES
             MOVE CW-AGENCY OF CWTRAN-REC TO CW-AGENCY OF CONTWKR-REC
           END-IF.
           IF CW-DPT OF CWTRAN-REC NOT = SPACES
             MOVE CW-DPT OF CWTRAN-REC TO CW-DPT OF CONTWKR-REC
           END-IF.
           IF CW-SITE OF CWTRAN-REC NOT = SPACES
             MOVE CW-SITE OF CWTRAN-REC TO CW-SITE OF CONTWKR-REC
           END-IF.
           IF CW-SUPV-EMPID OF CWTRAN-REC NUMERIC
               AND CW-SUPV-EMPID OF CWTRAN-REC NOT = ZERO
             MOVE CW-SUPV-EMPID OF CWTRAN-REC
                  TO CW-SUPV-EMPID OF CONTWKR-REC
           END-IF.
           IF CW-START-DATE OF CWTRAN-REC NUMERIC
               AND CW-START-DATE OF CWTRAN-REC NOT = ZERO
             MOVE CW-START-DATE OF CWTRAN-REC
                  TO CW-START-DATE OF CONTWKR-REC
           END-IF.
           PERFORM EDIT-WORKER-PARA.
           IF TRAN-APPLIED
             MOVE 'C' TO WS-AUDIT-ACTION
             PERFORM REWRITE-WORKER-PARA
           END-IF.

      * ================================================================
      * EXTEND-WORKER-PARA
      * Only a live assignment is extended, and only to a later
      * date than the one it already has.
      * ================================================================
       EXTEND-WORKER-PARA.
           EVALUATE TRUE
             WHEN NOT CW-IS-ACTIVE OF CONTWKR-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'ASSIGNMENT ALREADY ENDED' TO WS-REJECT-REASON
             WHEN CW-END-DATE OF CWTRAN-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'NEW END DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (CW-END-DATE OF CWTRAN-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'NEW END DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN CW-END-DATE OF CWTRAN-REC
                      NOT > CW-END-DATE OF CONTWKR-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'NEW END DATE NOT LATER' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE CW-END-DATE OF CWTRAN-REC
                  TO CW-END-DATE OF CONTWKR-REC
             IF CW-EXT-COUNT OF CONTWKR-REC NOT NUMERIC
               MOVE ZERO TO CW-EXT-COUNT OF CONTWKR-REC
             END-IF
             IF CW-EXT-COUNT OF CONTWKR-REC < 99
               ADD 1 TO CW-EXT-COUNT OF CONTWKR-REC
             END-IF
             MOVE 'X' TO WS-AUDIT-ACTION
             PERFORM REWRITE-WORKER-PARA
           END-IF.

      * ================================================================
      * END-WORKER-PARA
      * Closes the assignment on the keyed date - the last day
      * actually worked, which may be earlier than planned - or
      * today when the transaction carries none.
      * ================================================================
       END-WORKER-PARA.
           IF NOT CW-IS-ACTIVE OF CONTWKR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'ASSIGNMENT ALREADY ENDED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             IF CW-END-DATE OF CWTRAN-REC NOT NUMERIC
                 OR CW-END-DATE OF CWTRAN-REC = ZERO
               MOVE WS-TODAY TO CW-END-DATE OF CONTWKR-REC
             ELSE
               MOVE CW-END-DATE OF CWTRAN-REC
                    TO CW-END-DATE OF CONTWKR-REC
             END-IF
             SET CW-IS-ENDED OF CONTWKR-REC TO TRUE
             PERFORM EDIT-DATES-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE 'E' TO WS-AUDIT-ACTION
             PERFORM REWRITE-WORKER-PARA
           END-IF.

      * ================================================================
      * DELETE-WORKER-PARA
      * ================================================================
       DELETE-WORKER-PARA.
           DELETE CONTWKR RECORD
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'NO ASSIGNMENT ON FILE FOR ID'
                      TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE 'D' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-DELETE.

      * ================================================================
      * REWRITE-WORKER-PARA
      * WS-AUDIT-ACTION is set by the caller.
      * ================================================================
       REWRITE-WORKER-PARA.
           REWRITE CONTWKR-REC
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE CONTWKR-REC TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-REWRITE.

      * ================================================================
      * EDIT-WORKER-PARA
      * The assignment as it would stand after the add or change:
      * a known department, a site, a current supervisor and a
      * believable pair of dates.
      * ================================================================
       EDIT-WORKER-PARA.
           IF CW-DPT OF CONTWKR-REC = SPACES
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
           IF TRAN-APPLIED AND CW-SITE OF CONTWKR-REC = SPACES
             SET TRAN-REJECTED TO TRUE
             MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             PERFORM CHECK-SUPERVISOR-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM EDIT-DATES-PARA
           END-IF.

      * ================================================================
      * CHECK-ONE-DEPT-PARA
      * ================================================================
       CHECK-ONE-DEPT-PARA.
           IF WS-DEPT-CODE (WS-DEPT-IDX) = CW-DPT OF CONTWKR-REC
               AND WS-DEPT-ACTIVE (WS-DEPT-IDX) = 'Y'
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * CHECK-SUPERVISOR-PARA
      * The supervisor must be on the master and active or on
      * leave.
      * ================================================================
       CHECK-SUPERVISOR-PARA.
           IF CW-SUPV-EMPID OF CONTWKR-REC NOT NUMERIC
               OR CW-SUPV-EMPID OF CONTWKR-REC = ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE 'SUPERVISOR EMPID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CW-SUPV-EMPID OF CONTWKR-REC
                  TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'SUPERVISOR NOT ON MASTER'
                        TO WS-REJECT-REASON
             END-READ
           END-IF.
           IF TRAN-APPLIED
               AND NOT EMP-ACTIVE OF EMPLOYEE-FILE
               AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'SUPERVISOR NOT ACTIVE/ON LEAVE'
                  TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * EDIT-DATES-PARA
      * Real start and end dates, the end no earlier than the
      * start.
      * ================================================================
       EDIT-DATES-PARA.
           EVALUATE TRUE
             WHEN CW-START-DATE OF CONTWKR-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'START DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (CW-START-DATE OF CONTWKR-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'START DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN CW-END-DATE OF CONTWKR-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'END DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (CW-END-DATE OF CONTWKR-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'END DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN CW-END-DATE OF CONTWKR-REC
                      < CW-START-DATE OF CONTWKR-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " ID "
                     CW-ID OF CWTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " ID "
                     CW-ID OF CWTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE CWTRAN.
           CLOSE CONTWKR.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "CWMAINT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
