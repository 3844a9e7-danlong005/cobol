      * tomorrow's suspense file.  On a change, a field left blank
      * leaves the master value alone - EMPMAINT's own semantics.
      * Q at the action prompt ends the session.
      *
      * An add is checked against the do-not-rehire register
      * (./dnrreg.dat) on the EMPID and on the last name plus full
      * DOB before it is written.  A hit never reaches emptran.dta:
      * the entry is held on ./entrysusp.dta (the EMPLOYEE layout
      * plus the REJECT-REC suffix, Q001) and raises a DNRHIT alert
      * on ./alerts.dta.
      *
      * The session opens with a sign-on at the terminal - operator
      * ID (when ./signon.parm names nobody) and password, checked
      * by the shared CHECK-SIGNON-PARA - and needs class U, the
      * same as the EMPMAINT run the entries feed.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPENTRY.
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT DNRREG ASSIGN TO './dnrreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-EMPID
              ALTERNATE RECORD KEY IS DN-NAME-DOB WITH DUPLICATES
              FILE STATUS IS DN-REG-STATUS.
      *
              SELECT ENTRYSUSP ASSIGN TO './entrysusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
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
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           FD ENTRYSUSP.
           01 ENTRYSUSP-REC.
              COPY "EMPLOYEE-REC.cob".
              COPY "REJECT-REC.cob".
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
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
           01 WS-EMP-STATUS   PIC        X(2).
              88 DEPT-NOT-FOUND      VALUE 'N'.
      *
           01 WS-WRITTEN-COUNT PIC       9(5) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob) - a do-not-rehire hit goes to ./alerts.dta
      * for monitoring.
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "DNRCHK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       SCREEN SECTION.
       01 ACTION-SCREEN.
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'U' TO SG-NEED-CLASS.
           SET SG-INTERACTIVE TO TRUE.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             STOP RUN
           END-IF.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM OPEN-DNR-REGISTER-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TODAY-Y.
           MOVE 'KEY AN ACTION AND EMPID TO BEGIN' TO WS-MESSAGE.

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

      * ================================================================
      * ENTER-ADD-PARA
      * An add must not collide with a record already on file, nor
      * hire anyone on the do-not-rehire register.
      * ================================================================
       ENTER-ADD-PARA.
           PERFORM READ-MASTER-PARA.
             PERFORM BLANK-ENTRY-PARA
             ACCEPT DETAIL-SCREEN
             PERFORM VALIDATE-ENTRY-PARA
             IF ENTRY-IS-VALID
               PERFORM CHECK-DNR-PARA
             END-IF
             IF ENTRY-IS-VALID
               PERFORM WRITE-TRAN-PARA
             END-IF
           END-IF.

      * ================================================================
      * CHECK-DNR-PARA
      * A hit on the do-not-rehire register holds the entry on the
      * suspense file and alerts, instead of writing the add.
      * ================================================================
       CHECK-DNR-PARA.
           MOVE WS-ENT-EMPID TO DN-CHK-EMPID.
           MOVE WS-ENT-LNM TO DN-CHK-LNM.
           MOVE WS-ENT-DOB TO DN-CHK-DOB.
           MOVE ZERO TO DN-CHK-DATE.
           PERFORM CHECK-DNR-REGISTER-PARA.
           IF NOT DN-NOT-LISTED
             SET ENTRY-IS-INVALID TO TRUE
             PERFORM WRITE-ENTRYSUSP-PARA
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'DNRHIT' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING 'ADD OF EMPID ' WS-ENT-EMPID
                    ' HELD - REGISTER ENTRY ' DN-HIT-EMPID
                    ' REASON ' DN-HIT-REASON
                    DELIMITED BY SIZE INTO WS-ALERT-MSG
             PERFORM WRITE-ALERT-PARA
             MOVE 'HELD - ON DO-NOT-REHIRE REGISTER' TO WS-MESSAGE
           END-IF.

      * ================================================================
      * WRITE-ENTRYSUSP-PARA
      * The held add as keyed, with its reason suffix.
      * ================================================================
       WRITE-ENTRYSUSP-PARA.
           OPEN EXTEND ENTRYSUSP.
           MOVE SPACES TO ENTRYSUSP-REC.
           MOVE WS-ENT-EMPID TO EMPID OF ENTRYSUSP-REC.
           MOVE WS-ENT-FNM TO EMPFNM OF ENTRYSUSP-REC.
           MOVE WS-ENT-LNM TO EMPLNM OF ENTRYSUSP-REC.
           MOVE WS-ENT-DOB TO EMPDOB OF ENTRYSUSP-REC.
           MOVE WS-ENT-HDT TO EMPHDT OF ENTRYSUSP-REC.
           MOVE WS-ENT-STAT TO EMPSTAT OF ENTRYSUSP-REC.
           IF WS-ENT-STDT NUMERIC
             MOVE WS-ENT-STDT TO EMPSTDT OF ENTRYSUSP-REC
           ELSE
             MOVE ZERO TO EMPSTDT OF ENTRYSUSP-REC
           END-IF.
           MOVE WS-ENT-DPT TO EMPDPT OF ENTRYSUSP-REC.
           MOVE WS-ENT-SITE TO EMPSITE OF ENTRYSUSP-REC.
           MOVE 'Q001' TO REJ-ERR-CODE OF ENTRYSUSP-REC.
           IF DN-LISTED-EMPID
             MOVE 'EMPID' TO REJ-ERR-FIELD OF ENTRYSUSP-REC
           ELSE
             MOVE 'EMPLNM' TO REJ-ERR-FIELD OF ENTRYSUSP-REC
           END-IF.
           MOVE 'ON DO-NOT-REHIRE REGISTER'
                TO REJ-ERR-MSG OF ENTRYSUSP-REC.
           WRITE ENTRYSUSP-REC.
           CLOSE ENTRYSUSP.
           ADD 1 TO WS-HELD-COUNT.

      * ================================================================
      * ENTER-CHANGE-PARA
      * The current record shows above the entry fields; a field
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           DISPLAY "EMPENTRY: " WS-WRITTEN-COUNT " TRANSACTION(S) "
                   "WRITTEN TO EMPTRAN.DTA".
           IF WS-HELD-COUNT > 0
             DISPLAY "EMPENTRY: " WS-HELD-COUNT " ADD(S) HELD ON "
                     "ENTRYSUSP.DTA - DO-NOT-REHIRE REGISTER"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-ALERT-MAX-SEV > RETURN-CODE
             MOVE WS-ALERT-MAX-SEV TO RETURN-CODE
           END-IF.
           STOP RUN.
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN DO-NOT-REHIRE CHECK
      * ================================================================
       COPY "DNRCHK_PARA.cob".
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
