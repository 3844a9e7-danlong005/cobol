      *================================================================
      * WKPMMNT
      * Transaction-driven maintenance of the minor work-permit file
      * (./wkpermit.dat, copybooks/WKPERMIT-REC.cob), on the
      * ASSETMNT pattern.  Reads an action-coded transaction file
      * (./wkptran.dta) - one transaction per line, an action byte
      * followed by the WKPERMIT-REC layout, keyed on EMPID - and
      * applies each one with a keyed WRITE/REWRITE/DELETE:
      *
      *    A  add       - WRITE a new permit (permit number, issue
      *                   and expiry dates required)
      *    C  change    - REWRITE a renewal or correction, only the
      *                   fields the transaction carries
      *    D  delete    - DELETE the permit once it is no longer
      *                   needed (the employee has turned 18 or
      *                   the hire fell through)
      *
      * A permit is normally keyed before the hire, so the EMPID is
      * not looked up on the master.  The issue date may not be in
      * the future and the expiry must fall after it; the hours
      * limits, when keyed, must be a real day (1-24) and week
      * (1-99).  Every applied change leaves a before/after image
      * pair on ./wkpaudit.dta stamped with the signed-on operator.
      * Rejects are listed with their reason and set RC 4.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WKPMMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT WKPTRAN ASSIGN TO './wkptran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT WKPERMIT ASSIGN TO './wkpermit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WP-EMPID OF WKPERMIT-REC
              FILE STATUS IS WS-PERMIT-STATUS.
      *
              SELECT AUDIT ASSIGN TO './wkpaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD WKPTRAN.
           01 WKPTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "WKPERMIT-REC.cob".
      *
           FD WKPERMIT.
           01 WKPERMIT-REC.
              COPY "WKPERMIT-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
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
           01 WS-PERMIT-STATUS PIC       X(2).
              88 WS-PERMIT-OK        VALUE '00'.
              88 WS-PERMIT-MISSING   VALUE '35'.
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
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * before/after image pair on ./wkpaudit.dta.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'WKPMMNT'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
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
           OPEN INPUT WKPTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "WKPMMNT: *** CANNOT OPEN WKPTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O WKPERMIT.
           IF WS-PERMIT-MISSING
             OPEN OUTPUT WKPERMIT
             CLOSE WKPERMIT
             OPEN I-O WKPERMIT
           END-IF.
           IF NOT WS-PERMIT-OK
             DISPLAY "WKPMMNT: *** CANNOT OPEN WKPERMIT.DAT - "
                     "STATUS " WS-PERMIT-STATUS " ***"
             CLOSE WKPTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUDIT.
           DISPLAY "WKPMMNT - MINOR WORK-PERMIT MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ WKPTRAN INTO WKPTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ WKPTRAN INTO WKPTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * An add writes a new permit; a change or delete reads the
      * EMPID's permit first, leaving its image pair either way.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
             WHEN TRN-IS-ADD
               PERFORM ADD-PERMIT-PARA
             WHEN TRN-IS-CHANGE OR TRN-IS-DELETE
               MOVE WP-EMPID OF WKPTRAN-REC
                    TO WP-EMPID OF WKPERMIT-REC
               READ WKPERMIT
                   INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'NO PERMIT ON FILE FOR EMPID'
                          TO WS-REJECT-REASON
               END-READ
               IF TRAN-APPLIED
                 MOVE WKPERMIT-REC TO WS-AUDIT-BEFORE
                 IF TRN-IS-CHANGE
                   PERFORM CHANGE-PERMIT-PARA
                 ELSE
                   PERFORM DELETE-PERMIT-PARA
                 END-IF
               END-IF
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.

      * ================================================================
      * ADD-PERMIT-PARA
      * ================================================================
       ADD-PERMIT-PARA.
           EVALUATE TRUE
             WHEN WP-EMPID OF WKPTRAN-REC NOT NUMERIC
                 OR WP-EMPID OF WKPTRAN-REC = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'EMPID MISSING' TO WS-REJECT-REASON
             WHEN WP-PERMIT-NO OF WKPTRAN-REC = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'PERMIT NUMBER MISSING' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED
             MOVE WKPTRAN-REC (2:) TO WKPERMIT-REC
             PERFORM EDIT-PERMIT-PARA
           END-IF.
           IF TRAN-APPLIED
             WRITE WKPERMIT-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'PERMIT ALREADY ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WKPERMIT-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-PERMIT-PARA
      * A renewal keys the new number and dates; blank or zero
      * fields leave the permit's value alone.
      * ================================================================
       CHANGE-PERMIT-PARA.
           IF WP-PERMIT-NO OF WKPTRAN-REC NOT = SPACES
             MOVE WP-PERMIT-NO OF WKPTRAN-REC
                  TO WP-PERMIT-NO OF WKPERMIT-REC
           END-IF.
           IF WP-ISSUE-DATE OF WKPTRAN-REC NUMERIC
               AND WP-ISSUE-DATE OF WKPTRAN-REC NOT = ZERO
             MOVE WP-ISSUE-DATE OF WKPTRAN-REC
                  TO WP-ISSUE-DATE OF WKPERMIT-REC
           END-IF.
           IF WP-EXPIRE-DATE OF WKPTRAN-REC NUMERIC
               AND WP-EXPIRE-DATE OF WKPTRAN-REC NOT = ZERO
             MOVE WP-EXPIRE-DATE OF WKPTRAN-REC
                  TO WP-EXPIRE-DATE OF WKPERMIT-REC
           END-IF.
           IF WP-MAX-DAY-HRS OF WKPTRAN-REC NUMERIC
               AND WP-MAX-DAY-HRS OF WKPTRAN-REC NOT = ZERO
             MOVE WP-MAX-DAY-HRS OF WKPTRAN-REC
                  TO WP-MAX-DAY-HRS OF WKPERMIT-REC
           END-IF.
           IF WP-MAX-WEEK-HRS OF WKPTRAN-REC NUMERIC
               AND WP-MAX-WEEK-HRS OF WKPTRAN-REC NOT = ZERO
             MOVE WP-MAX-WEEK-HRS OF WKPTRAN-REC
                  TO WP-MAX-WEEK-HRS OF WKPERMIT-REC
           END-IF.
           IF WP-ISSUED-BY OF WKPTRAN-REC NOT = SPACES
             MOVE WP-ISSUED-BY OF WKPTRAN-REC
                  TO WP-ISSUED-BY OF WKPERMIT-REC
           END-IF.
           PERFORM EDIT-PERMIT-PARA.
           IF TRAN-APPLIED
             REWRITE WKPERMIT-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'C' TO WS-AUDIT-ACTION
                   MOVE WKPERMIT-REC TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
             END-REWRITE
           END-IF.

      * ================================================================
      * DELETE-PERMIT-PARA
      * ================================================================
       DELETE-PERMIT-PARA.
           DELETE WKPERMIT RECORD
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'NO PERMIT ON FILE FOR EMPID'
                      TO WS-REJECT-REASON
               NOT INVALID KEY
                 MOVE 'D' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-AUDIT-AFTER
                 PERFORM WRITE-AUDIT-PARA
           END-DELETE.

      * ================================================================
      * EDIT-PERMIT-PARA
      * The permit as it would stand after the add or change: real
      * dates, issued no later than today, expiring after issue,
      * and believable hours limits.
      * ================================================================
       EDIT-PERMIT-PARA.
           IF WP-MAX-DAY-HRS OF WKPERMIT-REC NOT NUMERIC
             MOVE ZERO TO WP-MAX-DAY-HRS OF WKPERMIT-REC
           END-IF.
           IF WP-MAX-WEEK-HRS OF WKPERMIT-REC NOT NUMERIC
             MOVE ZERO TO WP-MAX-WEEK-HRS OF WKPERMIT-REC
           END-IF.
           EVALUATE TRUE
             WHEN WP-ISSUE-DATE OF WKPERMIT-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'ISSUE DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (WP-ISSUE-DATE OF WKPERMIT-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'ISSUE DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN WP-ISSUE-DATE OF WKPERMIT-REC > WS-TODAY
               SET TRAN-REJECTED TO TRUE
               MOVE 'ISSUE DATE IN THE FUTURE' TO WS-REJECT-REASON
             WHEN WP-EXPIRE-DATE OF WKPERMIT-REC NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'EXPIRY DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                      (WP-EXPIRE-DATE OF WKPERMIT-REC) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'EXPIRY DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             WHEN WP-EXPIRE-DATE OF WKPERMIT-REC
                      NOT > WP-ISSUE-DATE OF WKPERMIT-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'EXPIRY NOT AFTER ISSUE DATE' TO WS-REJECT-REASON
             WHEN WP-MAX-DAY-HRS OF WKPERMIT-REC > 24
               SET TRAN-REJECTED TO TRUE
               MOVE 'DAILY HOURS LIMIT OVER 24' TO WS-REJECT-REASON
             WHEN WP-MAX-WEEK-HRS OF WKPERMIT-REC NOT = ZERO
                 AND WP-MAX-WEEK-HRS OF WKPERMIT-REC
                     < WP-MAX-DAY-HRS OF WKPERMIT-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'WEEKLY LIMIT UNDER DAILY LIMIT'
                    TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     WP-EMPID OF WKPTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     WP-EMPID OF WKPTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE WKPTRAN.
           CLOSE WKPERMIT.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "WKPMMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
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
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
