      * after the master rebuild.  An optional as-of date (YYYYMMDD,
      * first command-line token) sweeps as of that date instead of
      * today, e.g. to catch up after a skipped night.
      *
      * A pending add for anyone still under 18 on the effective
      * date needs a work permit on ./wkpermit.dat current on that
      * date, exactly as EMPMAINT requires; without one the add is
      * rejected to ./pendsusp.dta (the EMPLOYEE layout plus the
      * REJECT-REC suffix, M001 no permit, M002 permit expired).
      *
      * A pending add is also checked, as of its effective date,
      * against the do-not-rehire register (./dnrreg.dat) on the
      * EMPID and on the last name plus full DOB, as EMPMAINT does;
      * a hit is held on ./pendsusp.dta under Q001 and raises a
      * DNRHIT alert on ./alerts.dta.
      *
      * Two-person approval, as in EMPMAINT: a pending change to
      * anyone's DOB or hire date, and any pending delete, is not
      * applied when its date arrives but held on ./heldtran.dta
      * (copybooks/HELDTRAN-REC.cob) for a second operator to
      * release or reject in HELDAPPR.  The held item carries the
      * action byte and the EMPLOYEE-FILE image, the effective date
      * riding in its EMPSTDT (which a pending change or delete does
      * not otherwise use).  Items released since the last sweep are
      * applied first, the audit pair stamped with both the maker
      * and the checker.  The held-file lock ./heldtran.lck is taken
      * along with the master lock; another run holding it ends
      * this one RC 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDSWP.
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
              SELECT PENDSUSP ASSIGN TO './pendsusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
                 88 PT-IS-TERMINATE   VALUE 'T'.
                 88 PT-IS-DELETE      VALUE 'D'.
              COPY "EMPLOYEE-REC.cob".
      *
      * The action byte and EMPLOYEE-FILE image as held for approval.
           01 PENDING-HOLD-VIEW.
              05 FILLER       PIC        X(8).
              05 PT-HOLD-TRAN PIC      X(103).
      *
           FD PENDNEW.
           01 PENDNEW-REC      PIC       X(111).
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
           FD PENDSUSP.
           01 PENDSUSP-REC.
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
           01 WS-PEND-EOF     PIC        A(1).
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-APPROVAL-COUNT PIC      9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-HELD           VALUE 'H'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
           01 WS-SUSP-FIELD   PIC        X(8).
           01 WS-SUSP-COUNT   PIC        9(5) VALUE ZERO.
      *
           01 WS-DELETE-FNAME PIC       X(40).
           01 WS-CBL-RC       PIC      S9(9) COMP-5.
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
             GOBACK
           END-IF.
           PERFORM TAKE-MASTER-LOCK-PARA.
           PERFORM CHECK-HELD-LOCK-PARA.
           IF HELD-LOCK-HELD
             DISPLAY "PENDSWP: *** HELD FILE IN USE BY "
                     HK-LOCK-PROGRAM " SINCE " HK-LOCK-TIME (1:2) ":"
                     HK-LOCK-TIME (3:2) " - TRY AGAIN LATER ***"
             CLOSE PENDING
             PERFORM FREE-MASTER-LOCK-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM TAKE-HELD-LOCK-PARA.
           OPEN I-O EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "PENDSWP: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE PENDING
             PERFORM FREE-HELD-LOCK-PARA
             PERFORM FREE-MASTER-LOCK-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT PENDNEW.
           OPEN EXTEND AUDIT.
           OPEN OUTPUT PENDSUSP.
           PERFORM OPEN-DNR-REGISTER-PARA.
           DISPLAY "PENDSWP - PENDING SWEEP AS OF " WS-SWEEP-DATE.
           DISPLAY "----------------------------------------------".
           PERFORM OPEN-HELD-FILE-PARA.

      * ================================================================
      * PROCESS-PARA
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-RELEASED-TRAN-PARA
      * One item a checker has released, run through the same apply
      * and report as the night's own transactions (see copybooks/
      * HELDTRAN_PARA.cob), as of the effective date it was held
      * with.
      * ================================================================
       APPLY-RELEASED-TRAN-PARA.
           MOVE HT-TRAN TO PT-HOLD-TRAN.
           MOVE EMPSTDT OF PENDING-REC TO PT-EFFDATE.
           ADD 1 TO WS-PEND-COUNT.
           PERFORM APPLY-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             SET HT-RELEASE-APPLIED TO TRUE
           ELSE
             SET HT-RELEASE-FAILED TO TRUE
           END-IF.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * The same keyed apply EMPMAINT performs for a same-day
      * transaction, reported applied, held for approval or
      * rejected; a reject does not go back on the pending file - it
      * needs a person, not another night.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           EVALUATE TRUE
             WHEN TRAN-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED  " PT-ACTION " EMPID "
                       EMPID OF PENDING-REC " EFFECTIVE " PT-EFFDATE
             WHEN TRAN-HELD
               ADD 1 TO WS-APPROVAL-COUNT
               DISPLAY "HELD     " PT-ACTION " EMPID "
                       EMPID OF PENDING-REC " - ITEM " HT-LAST-ID
                       " (" HT-HOLD-REASON ") AWAITS APPROVAL"
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED " PT-ACTION " EMPID "
                       EMPID OF PENDING-REC " - " WS-REJECT-REASON
           END-EVALUATE.

      * ================================================================
      * ADD-EMPLOYEE-PARA
               OR EMPSTDT OF EMPLOYEE-FILE = ZERO
             MOVE PT-EFFDATE TO EMPSTDT OF EMPLOYEE-FILE
           END-IF.
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
      * Anyone under 18 on the effective date needs a permit current
      * on that date; a miss rejects the add to the suspense file.
      * ================================================================
       CHECK-MINOR-PERMIT-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO WK-CHK-EMPID.
           MOVE EMPDOB OF EMPLOYEE-FILE TO WK-CHK-DOB.
           MOVE PT-EFFDATE TO WK-CHK-DATE.
           PERFORM CHECK-WORK-PERMIT-PARA.
           EVALUATE TRUE
             WHEN WK-PERMIT-MISSING
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNDER 18 - NO WORK PERMIT' TO WS-REJECT-REASON
               MOVE 'M001' TO REJ-ERR-CODE OF PENDSUSP-REC
               MOVE 'EMPDOB' TO WS-SUSP-FIELD
               PERFORM WRITE-PENDSUSP-PARA
             WHEN WK-PERMIT-EXPIRED
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNDER 18 - WORK PERMIT EXPIRED'
                    TO WS-REJECT-REASON
               MOVE 'M002' TO REJ-ERR-CODE OF PENDSUSP-REC
               MOVE 'EMPDOB' TO WS-SUSP-FIELD
               PERFORM WRITE-PENDSUSP-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * CHECK-DNR-PARA
      * An add whose EMPID, or whose last name and DOB, is on the
      * do-not-rehire register on the effective date is held on the
      * suspense file and alerted rather than hired.
      * ================================================================
       CHECK-DNR-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO DN-CHK-EMPID.
           MOVE EMPLNM OF EMPLOYEE-FILE TO DN-CHK-LNM.
           MOVE EMPDOB OF EMPLOYEE-FILE TO DN-CHK-DOB.
           MOVE PT-EFFDATE TO DN-CHK-DATE.
           PERFORM CHECK-DNR-REGISTER-PARA.
           IF NOT DN-NOT-LISTED
             SET TRAN-REJECTED TO TRUE
             MOVE 'ON DO-NOT-REHIRE REGISTER' TO WS-REJECT-REASON
             MOVE 'Q001' TO REJ-ERR-CODE OF PENDSUSP-REC
             IF DN-LISTED-EMPID
               MOVE 'EMPID' TO WS-SUSP-FIELD
             ELSE
               MOVE 'EMPLNM' TO WS-SUSP-FIELD
             END-IF
             PERFORM WRITE-PENDSUSP-PARA
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
      * WRITE-PENDSUSP-PARA
      * ================================================================
       WRITE-PENDSUSP-PARA.
           MOVE EMPLOYEE-FILE TO PENDSUSP-REC (1:102).
           MOVE WS-SUSP-FIELD TO REJ-ERR-FIELD OF PENDSUSP-REC.
           MOVE WS-REJECT-REASON TO REJ-ERR-MSG OF PENDSUSP-REC.
           WRITE PENDSUSP-REC.
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
      * master record just read, as EMPMAINT judges them: a new DOB
      * or hire date, or a delete.  Anything else applies at once.
      * ================================================================
       CHECK-HOLD-PARA.
           MOVE SPACES TO HT-HOLD-REASON.
           IF HT-HOLD-CHECK-ON
             EVALUATE TRUE
               WHEN PT-IS-DELETE
                 MOVE 'DEL' TO HT-HOLD-REASON
               WHEN PT-IS-CHANGE
                   AND EMPDOB OF PENDING-REC NOT = SPACES
                   AND EMPDOB OF PENDING-REC
                       NOT = EMPDOB OF EMPLOYEE-FILE
                 MOVE 'DOB' TO HT-HOLD-REASON
               WHEN PT-IS-CHANGE
                   AND EMPHDT OF PENDING-REC NOT = SPACES
                   AND EMPHDT OF PENDING-REC
                       NOT = EMPHDT OF EMPLOYEE-FILE
                 MOVE 'HDT' TO HT-HOLD-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           IF HT-HOLD-REASON NOT = SPACES
             SET TRAN-HELD TO TRUE
             MOVE PT-EFFDATE TO EMPSTDT OF PENDING-REC
             MOVE PT-HOLD-TRAN TO HT-HOLD-TRAN
             PERFORM WRITE-HELD-TRAN-PARA
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * The not-yet-due transactions become the new pending file.
           CLOSE PENDNEW.
           CLOSE EMPLOYEE.
           CLOSE AUDIT.
           CLOSE PENDSUSP.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           PERFORM CLOSE-HELD-FILE-PARA.
           MOVE './pending.dta' TO WS-DELETE-FNAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
               RETURNING WS-CBL-RC
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-HELD-COUNT " STILL PENDING, "
                   WS-REJECT-COUNT " REJECTED".
           DISPLAY "PENDSWP: " WS-APPROVAL-COUNT " HELD FOR APPROVAL, "
                   HT-RELEASED-COUNT " RELEASED ITEM(S) APPLIED".
           IF WS-SUSP-COUNT > 0
             DISPLAY "PENDSWP: " WS-SUSP-COUNT
                     " ADD(S) REJECTED TO PENDSUSP.DTA"
           END-IF.
           MOVE WS-PEND-COUNT TO WS-RUNLOG-READ-TOTAL.
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
