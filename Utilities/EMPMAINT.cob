      * Every transaction is reported applied or rejected, one line
      * each, with a rejected transaction never stopping the ones
      * after it.
      *
      * An add for anyone under 18 needs a current work permit on
      * ./wkpermit.dat (WKPMMNT keys it ahead of the hire); without
      * one the add is rejected to ./empsusp.dta - the EMPLOYEE
      * layout plus the REJECT-REC reason suffix, M001 no permit,
      * M002 permit expired - to be re-keyed once the permit is in.
      *
      * Every add is also checked against the do-not-rehire register
      * (./dnrreg.dat, maintained by DNRMAINT) on the EMPID and on
      * the last name plus full DOB.  A hit is held on ./empsusp.dta
      * under Q001 instead of being hired, and raises a DNRHIT alert
      * on ./alerts.dta.  Each run adds to ./empsusp.dta rather than
      * starting it afresh, so a held add stays there until someone
      * has worked it.
      *
      * Two-person approval: a change to anyone's DOB or hire date,
      * any delete, and any termination back-dated before today (a
      * T, or a change setting EMPSTAT 'T', with an earlier status
      * date) is not applied but held on ./heldtran.dta (copybooks/
      * HELDTRAN-REC.cob) for a second operator to release or reject
      * in HELDAPPR.  Items released since the last run are applied
      * first, the audit pair stamped with both the maker and the
      * checker.  The held-file lock ./heldtran.lck is taken along
      * with the master lock and kept until the rebuilt held file is
      * in place; another run holding it ends this one RC 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
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
              SELECT POSHIST ASSIGN TO './poshist.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT TERMEVNT ASSIGN TO './termevnt.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT EMPSUSP ASSIGN TO './empsusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.
      *
              SELECT WKPERMIT ASSIGN TO './wkpermit.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WP-EMPID
              FILE STATUS IS WK-PERMIT-STATUS.
      *
              SELECT DNRREG ASSIGN TO './dnrreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-EMPID
              ALTERNATE RECORD KEY IS DN-NAME-DOB WITH DUPLICATES
              FILE STATUS IS DN-REG-STATUS.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
       DATA DIVISION.
           FILE SECTION.
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
           FD POSHIST.
           01 POSHIST-REC.
           FD TERMEVNT.
           01 TERMEVNT-REC.
              COPY "TERMEVT-REC.cob".
      *
           FD EMPSUSP.
           01 EMPSUSP-REC.
              COPY "EMPLOYEE-REC.cob".
              COPY "REJECT-REC.cob".
      *
           FD WKPERMIT.
           01 WKPERMIT-REC.
              COPY "WKPERMIT-REC.cob".
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
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
           WORKING-STORAGE SECTION.
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
              88 WS-EMP-NOTFOUND     VALUE '23'.
           01 WS-SUSP-STATUS  PIC        X(2).
              88 WS-SUSP-MISSING     VALUE '35'.
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
           01 WS-REJECT-REASON PIC       X(30).
           01 WS-SUSP-FIELD   PIC        X(8).
           01 WS-SUSP-COUNT   PIC        9(5) VALUE ZERO.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - every applied transaction leaves a
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob) - a do-not-rehire hit goes to ./alerts.dta
      * for monitoring, and the worst severity raised feeds the
      * final RETURN-CODE.
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "WKPCHK_DEF.cob".
      *
       COPY "DNRCHK_DEF.cob".
      *
       COPY "HELDTRAN_DEF.cob".
      *
       COPY "HELDLOCK_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-SIGNON-PARA.
           OPEN INPUT EMPTRAN.
           PERFORM TAKE-MASTER-LOCK-PARA.
           PERFORM CHECK-HELD-LOCK-PARA.
           IF HELD-LOCK-HELD
             DISPLAY "EMPMAINT: *** HELD FILE IN USE BY "
                     HK-LOCK-PROGRAM " SINCE " HK-LOCK-TIME (1:2) ":"
                     HK-LOCK-TIME (3:2) " - TRY AGAIN LATER ***"
             CLOSE EMPTRAN
             PERFORM FREE-MASTER-LOCK-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM TAKE-HELD-LOCK-PARA.
           OPEN I-O EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "EMPMAINT: *** CANNOT OPEN EMPMSTR.DAT - STATUS "
                     WS-EMP-STATUS " ***"
             CLOSE EMPTRAN
             PERFORM FREE-HELD-LOCK-PARA
             PERFORM FREE-MASTER-LOCK-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUDIT.
           OPEN EXTEND EMPSUSP.
           IF WS-SUSP-MISSING
             OPEN OUTPUT EMPSUSP
           END-IF.
           PERFORM OPEN-DNR-REGISTER-PARA.
           DISPLAY "EMPMAINT - EMPLOYEE MASTER MAINTENANCE".
           DISPLAY "----------------------------------------------".
           PERFORM OPEN-HELD-FILE-PARA.

      * ================================================================
      * PROCESS-PARA
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-RELEASED-TRAN-PARA
      * One item a checker has released, run through the same apply
      * and report as the day's own transactions (see copybooks/
      * HELDTRAN_PARA.cob).
      * ================================================================
       APPLY-RELEASED-TRAN-PARA.
           MOVE HT-TRAN TO EMPTRAN-REC.
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
      * Dispatches one transaction to its action paragraph.  An
      * ================================================================
      * ADD-EMPLOYEE-PARA
      * Keyed WRITE of the transaction's full record; a duplicate
      * EMPID comes back on the INVALID KEY branch.  A minor without
      * a current work permit never reaches the WRITE, nor does anyone
      * on the do-not-rehire register.
      * ================================================================
       ADD-EMPLOYEE-PARA.
           PERFORM MOVE-TRAN-TO-MASTER-PARA.
           PERFORM CHECK-MINOR-PERMIT-PARA.
           IF TRAN-APPLIED
             PERFORM CHECK-DNR-PARA
           END-IF.
           IF TRAN-APPLIED
             WRITE EMPLOYEE-FILE
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EMPID ALREADY ON FILE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE EMPLOYEE-FILE TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-PARA
                   PERFORM CHECK-POSHIST-PARA
             END-WRITE
           END-IF.

      * ================================================================
      * CHECK-MINOR-PERMIT-PARA
      * An add for anyone under 18 today needs a current permit on
      * wkpermit.dat; a miss rejects the add to the suspense file.
      * ================================================================
       CHECK-MINOR-PERMIT-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO WK-CHK-EMPID.
           MOVE EMPDOB OF EMPLOYEE-FILE TO WK-CHK-DOB.
           MOVE ZERO TO WK-CHK-DATE.
           PERFORM CHECK-WORK-PERMIT-PARA.
           EVALUATE TRUE
             WHEN WK-PERMIT-MISSING
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNDER 18 - NO WORK PERMIT' TO WS-REJECT-REASON
               MOVE 'M001' TO REJ-ERR-CODE OF EMPSUSP-REC
               MOVE 'EMPDOB' TO WS-SUSP-FIELD
               PERFORM WRITE-EMPSUSP-PARA
             WHEN WK-PERMIT-EXPIRED
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNDER 18 - WORK PERMIT EXPIRED'
                    TO WS-REJECT-REASON
               MOVE 'M002' TO REJ-ERR-CODE OF EMPSUSP-REC
               MOVE 'EMPDOB' TO WS-SUSP-FIELD
               PERFORM WRITE-EMPSUSP-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * CHECK-DNR-PARA
      * An add whose EMPID, or whose last name and DOB, is on the
      * do-not-rehire register is held on the suspense file and
      * alerted rather than hired.
      * ================================================================
       CHECK-DNR-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO DN-CHK-EMPID.
           MOVE EMPLNM OF EMPLOYEE-FILE TO DN-CHK-LNM.
           MOVE EMPDOB OF EMPLOYEE-FILE TO DN-CHK-DOB.
           MOVE ZERO TO DN-CHK-DATE.
           PERFORM CHECK-DNR-REGISTER-PARA.
           IF NOT DN-NOT-LISTED
             SET TRAN-REJECTED TO TRUE
             MOVE 'ON DO-NOT-REHIRE REGISTER' TO WS-REJECT-REASON
             MOVE 'Q001' TO REJ-ERR-CODE OF EMPSUSP-REC
             IF DN-LISTED-EMPID
               MOVE 'EMPID' TO WS-SUSP-FIELD
             ELSE
               MOVE 'EMPLNM' TO WS-SUSP-FIELD
             END-IF
             PERFORM WRITE-EMPSUSP-PARA
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'DNRHIT' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING 'ADD OF EMPID ' EMPID OF EMPLOYEE-FILE
                    ' HELD - REGISTER ENTRY ' DN-HIT-EMPID
                    ' REASON ' DN-HIT-REASON
                    DELIMITED BY SIZE INTO WS-ALERT-MSG
             PERFORM WRITE-ALERT-PARA
           END-IF.

      * ================================================================
      * WRITE-EMPSUSP-PARA
      * The rejected add with its reason suffix, the loadsusp.dta
      * layout, so it can be worked and re-keyed.
      * ================================================================
       WRITE-EMPSUSP-PARA.
           MOVE EMPLOYEE-FILE TO EMPSUSP-REC (1:102).
           MOVE WS-SUSP-FIELD TO REJ-ERR-FIELD OF EMPSUSP-REC.
           MOVE WS-REJECT-REASON TO REJ-ERR-MSG OF EMPSUSP-REC.
           WRITE EMPSUSP-REC.
           ADD 1 TO WS-SUSP-COUNT.

      * ================================================================
      * MOVE-TRAN-TO-MASTER-PARA
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EMPID NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED
             PERFORM CHECK-HOLD-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE EMPLOYEE-FILE TO WS-AUDIT-BEFORE
             PERFORM APPLY-CHANGED-FIELDS-PARA
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EMPID NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED AND NOT EMP-TERMINATED OF EMPLOYEE-FILE
             PERFORM CHECK-HOLD-PARA
           END-IF.
           IF TRAN-APPLIED
             IF EMP-TERMINATED OF EMPLOYEE-FILE
               SET TRAN-REJECTED TO TRUE
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EMPID NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED
             PERFORM CHECK-HOLD-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE EMPLOYEE-FILE TO WS-AUDIT-BEFORE
             DELETE EMPLOYEE RECORD
             END-DELETE
           END-IF.

      * ================================================================
      * CHECK-HOLD-PARA
      * The changes that need a second operator, judged against the
      * master record just read: a new DOB or hire date, a delete,
      * or a termination dated before today.  Anything else applies
      * at once.
      * ================================================================
       CHECK-HOLD-PARA.
           MOVE SPACES TO HT-HOLD-REASON.
           IF HT-HOLD-CHECK-ON
             EVALUATE TRUE
               WHEN TRN-IS-DELETE
                 MOVE 'DEL' TO HT-HOLD-REASON
               WHEN TRN-IS-CHANGE
                   AND EMPDOB OF EMPTRAN-REC NOT = SPACES
                   AND EMPDOB OF EMPTRAN-REC
                       NOT = EMPDOB OF EMPLOYEE-FILE
                 MOVE 'DOB' TO HT-HOLD-REASON
               WHEN TRN-IS-CHANGE
                   AND EMPHDT OF EMPTRAN-REC NOT = SPACES
                   AND EMPHDT OF EMPTRAN-REC
                       NOT = EMPHDT OF EMPLOYEE-FILE
                 MOVE 'HDT' TO HT-HOLD-REASON
               WHEN (TRN-IS-TERMINATE
                     OR (TRN-IS-CHANGE
                         AND EMPSTAT OF EMPTRAN-REC = 'T'))
                   AND EMPSTDT OF EMPTRAN-REC IS NUMERIC
                   AND EMPSTDT OF EMPTRAN-REC NOT = ZERO
                   AND EMPSTDT OF EMPTRAN-REC < HT-TODAY
                 MOVE 'BKDT' TO HT-HOLD-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           IF HT-HOLD-REASON NOT = SPACES
             SET TRAN-HELD TO TRUE
             MOVE EMPTRAN-REC TO HT-HOLD-TRAN
             PERFORM WRITE-HELD-TRAN-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * One report line per transaction, applied or rejected, so the
      * file can be worked error by error without re-deriving what
      * happened to each one.  A held transaction is neither - it
      * waits on the held file for its checker.
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     EMPID OF EMPTRAN-REC
           END-IF.
           IF TRAN-HELD
             ADD 1 TO WS-HELD-COUNT
             DISPLAY "HELD     " TRN-ACTION " EMPID "
                     EMPID OF EMPTRAN-REC " - ITEM " HT-LAST-ID
                     " (" HT-HOLD-REASON ") AWAITS APPROVAL"
           END-IF.
           IF TRAN-REJECTED
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     EMPID OF EMPTRAN-REC " - " WS-REJECT-REASON
           CLOSE EMPTRAN.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           CLOSE EMPSUSP.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           PERFORM CLOSE-HELD-FILE-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "EMPMAINT: " WS-TRAN-COUNT " TRANSACTION(S) READ".
           DISPLAY "EMPMAINT: " WS-APPLIED-COUNT " APPLIED".
           DISPLAY "EMPMAINT: " WS-REJECT-COUNT " REJECTED".
           DISPLAY "EMPMAINT: " WS-HELD-COUNT " HELD FOR APPROVAL, "
                   HT-RELEASED-COUNT " RELEASED ITEM(S) APPLIED".
           IF WS-SUSP-COUNT > 0
             DISPLAY "EMPMAINT: " WS-SUSP-COUNT
                     " ADD(S) REJECTED TO EMPSUSP.DTA"
           END-IF.
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-ALERT-MAX-SEV > RETURN-CODE
             MOVE WS-ALERT-MAX-SEV TO RETURN-CODE
           END-IF.
           PERFORM FREE-MASTER-LOCK-PARA.
           GOBACK.
      * ================================================================
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
      * COPY IN TERMINATION-EVENT EMITTER
      * ================================================================
       COPY "TERMEVT_PARA.cob".
      * ================================================================
      * COPY IN AGE CALCULATION
      * ================================================================
       COPY "CALC_AGE_PARA.cob".
      * ================================================================
      * COPY IN MINOR WORK-PERMIT CHECK
      * ================================================================
       COPY "WKPCHK_PARA.cob".
      * ================================================================
      * COPY IN DO-NOT-REHIRE CHECK
      * ================================================================
       COPY "DNRCHK_PARA.cob".
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN TWO-PERSON APPROVAL HOLD
      * ================================================================
       COPY "HELDTRAN_PARA.cob".
      * ================================================================
      * COPY IN HELD-FILE LOCK PROTOCOL
      * ================================================================
       COPY "HELDLOCK_PARA.cob".
