      * extract is unreadable or empty leaves the live master exactly
      * as it was, so the readers (CALCAGE, EMPLOOK, BDAYRPT,
      * RETIRPT) never see a half-built file.
      *
      * An active or on-leave record for anyone under 18 needs a
      * work permit on ./wkpermit.dat; without one the record goes
      * to ./loadsusp.dta as M001 instead of the master.  A delta
      * add is held to the EMPMAINT rule - the permit must also be
      * current (M002) - while the full rebuild, which reloads
      * minors already on staff, lets an expired permit through for
      * MINORRPT to flag rather than drop the employee.
      *
      * Every active or on-leave add is also checked against the
      * do-not-rehire register (./dnrreg.dat, maintained by DNRMAINT)
      * on the EMPID and on the last name plus full DOB - a delta
      * add, or in the full rebuild a record whose EMPID is not on
      * the current master, the EMPMAINT add-path rule; someone
      * already on staff is reloaded whatever the register says.
      * A hit goes to ./loadsusp.dta as Q001 instead of the master
      * and raises a DNRHIT alert.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOAD.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
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
       DATA DIVISION.
           FILE SECTION.
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
      *
           FD WKPERMIT.
           01 WKPERMIT-REC.
              COPY "WKPERMIT-REC.cob".
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EXTRACT-FNAME PIC       X(40) VALUE './input.dta'.
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'EMPLOAD'.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-OPERATOR PIC     X(8) VALUE SPACES.
           01 WS-AUDIT-CHECKER PIC      X(8) VALUE SPACES.
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "IFLEDGER_DEF.cob".
      *
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "WKPCHK_DEF.cob".
           01 WS-NOPERMIT-COUNT PIC      9(5) VALUE ZERO.
      *
       COPY "DNRCHK_DEF.cob".
           01 WS-DNRHIT-COUNT PIC        9(5) VALUE ZERO.
      *
      * WS-SITE-READ-COUNT counts records actually read from the
      * current extract, reset per site, so a site whose extract came
              88 WS-DELTA-OK         VALUE '00'.
           01 WS-LIVE-STATUS  PIC        X(2).
              88 WS-LIVE-OK          VALUE '00'.
      * The full rebuild reads the current master only to tell an
      * add from someone already on staff.
           01 WS-LIVE-OPEN-SW PIC        X(1) VALUE 'N'.
              88 LIVE-MASTER-OPEN    VALUE 'Y'.
           01 WS-ON-MASTER-SW PIC        X(1).
              88 EMPID-ON-MASTER     VALUE 'Y'.
              88 EMPID-NOT-ON-MASTER VALUE 'N'.
           01 WS-DELTA-EOF    PIC        A(1).
           01 WS-DELTA-MAX    PIC        9(5) VALUE 00200.
           01 WS-DELTA-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-DOB-NORM-MM    PIC      9(2).
           01 WS-DOB-NORM-DD    PIC      9(2).
           01 WS-DOB-NORM-YYYY  PIC      9(4).
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-FILE-STATUS-PARA.
           PERFORM OPEN-TERMHIST-PARA.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM OPEN-DNR-REGISTER-PARA.
           OPEN INPUT DELTAIN.
           MOVE ' ' TO WS-DELTA-EOF.
           READ DELTAIN INTO DELTAIN-REC
           CLOSE AUDIT.
           CLOSE LOADSUSP.
           CLOSE TERMHIST.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           DISPLAY "EMPLOAD: DELTA APPLY - " WS-DELTA-APPLIED
                   " APPLIED, " WS-DELTA-REJECTS " REJECTED".
           MOVE WS-DELTA-COUNT TO WS-RUNLOG-READ-TOTAL.
               END-READ
             END-IF
           END-IF.
           IF DELTA-REC-VALID AND DL-ACTION = 'A'
               AND (EMP-ACTIVE OF LIVEMSTR-REC
                    OR EMP-ON-LEAVE OF LIVEMSTR-REC)
             MOVE EMPID OF LIVEMSTR-REC TO WK-CHK-EMPID
             MOVE EMPDOB OF LIVEMSTR-REC TO WK-CHK-DOB
             MOVE ZERO TO WK-CHK-DATE
             PERFORM CHECK-WORK-PERMIT-PARA
             EVALUATE TRUE
               WHEN WK-PERMIT-MISSING
                 SET DELTA-REC-INVALID TO TRUE
                 MOVE 'M001' TO WS-LOADSUSP-CODE
                 MOVE 'EMPDOB' TO WS-LOADSUSP-FIELD
                 MOVE 'UNDER 18 - NO WORK PERMIT'
                      TO WS-LOADSUSP-MSG
               WHEN WK-PERMIT-EXPIRED
                 SET DELTA-REC-INVALID TO TRUE
                 MOVE 'M002' TO WS-LOADSUSP-CODE
                 MOVE 'EMPDOB' TO WS-LOADSUSP-FIELD
                 MOVE 'UNDER 18 - WORK PERMIT EXPIRED'
                      TO WS-LOADSUSP-MSG
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           IF DELTA-REC-VALID AND DL-ACTION = 'A'
               AND (EMP-ACTIVE OF LIVEMSTR-REC
                    OR EMP-ON-LEAVE OF LIVEMSTR-REC)
             MOVE EMPID OF LIVEMSTR-REC TO DN-CHK-EMPID
             MOVE EMPLNM OF LIVEMSTR-REC TO DN-CHK-LNM
             MOVE EMPDOB OF LIVEMSTR-REC TO DN-CHK-DOB
             PERFORM CHECK-DNR-PARA
             IF NOT DN-NOT-LISTED
               SET DELTA-REC-INVALID TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * DELTA-CHECK-ONE-DEPT-PARA
           PERFORM CHECK-FILE-STATUS-PARA.
           PERFORM OPEN-TERMHIST-PARA.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM OPEN-DNR-REGISTER-PARA.
           OPEN INPUT LIVEMSTR.
           IF WS-LIVE-OK
             SET LIVE-MASTER-OPEN TO TRUE
           END-IF.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE = SPACES
             ADD 1 TO WS-SITE-COUNT
             END-READ
             PERFORM UNTIL WS-EXTRACT-EOF = 'Y'
                 OR WS-DEPT-COUNT >= 50
               IF NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                 MOVE DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT)
                 MOVE DEPT-ACTIVE TO WS-DEPT-ACTIVE (WS-DEPT-COUNT)
               END-IF
               READ DEPTREF INTO DEPTREF-REC
                    AT END MOVE 'Y' TO WS-EXTRACT-EOF
               END-READ
           ELSE
             PERFORM CHECK-REHIRE-PARA
           END-IF.
           SET WK-PERMIT-NOT-NEEDED TO TRUE.
           IF EMP-ACTIVE OF EMPLOYEE-FILE
               OR EMP-ON-LEAVE OF EMPLOYEE-FILE
             MOVE EMPID OF EMPLOYEE-FILE TO WK-CHK-EMPID
             MOVE EMPDOB OF EMPLOYEE-FILE TO WK-CHK-DOB
             MOVE ZERO TO WK-CHK-DATE
             PERFORM CHECK-WORK-PERMIT-PARA
           END-IF.
           SET DN-NOT-LISTED TO TRUE.
           SET EMPID-NOT-ON-MASTER TO TRUE.
           IF LIVE-MASTER-OPEN
             MOVE EMPID OF EMPLOYEE-FILE TO EMPID OF LIVEMSTR-REC
             READ LIVEMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET EMPID-ON-MASTER TO TRUE
             END-READ
           END-IF.
           IF DEPT-WAS-FOUND AND EMPID-NOT-REUSED
               AND NOT WK-PERMIT-MISSING
               AND EMPID-NOT-ON-MASTER
               AND (EMP-ACTIVE OF EMPLOYEE-FILE
                    OR EMP-ON-LEAVE OF EMPLOYEE-FILE)
             MOVE EMPID OF EMPLOYEE-FILE TO DN-CHK-EMPID
             MOVE EMPLNM OF EMPLOYEE-FILE TO DN-CHK-LNM
             MOVE EMPDOB OF EMPLOYEE-FILE TO DN-CHK-DOB
             PERFORM CHECK-DNR-PARA
           END-IF.
           EVALUATE TRUE
             WHEN DEPT-NOT-FOUND
               ADD 1 TO WS-BADDEPT-COUNT
               MOVE 'EMPID REUSED FROM TERM HISTORY'
                    TO WS-LOADSUSP-MSG
               PERFORM WRITE-LOADSUSP-PARA
             WHEN WK-PERMIT-MISSING
               ADD 1 TO WS-NOPERMIT-COUNT
               MOVE 'M001' TO WS-LOADSUSP-CODE
               MOVE 'EMPDOB' TO WS-LOADSUSP-FIELD
               MOVE 'UNDER 18 - NO WORK PERMIT'
                    TO WS-LOADSUSP-MSG
               PERFORM WRITE-LOADSUSP-PARA
             WHEN NOT DN-NOT-LISTED
               PERFORM WRITE-LOADSUSP-PARA
             WHEN OTHER
               PERFORM WRITE-MASTER-PARA
           END-EVALUATE.

      * ================================================================
      * CHECK-DNR-PARA
      * DN-CHK-EMPID/LNM/DOB against the do-not-rehire register.  A
      * hit sets the Q001 suspense reason, counts, and raises the
      * DNRHIT alert; the caller routes the record to loadsusp.dta.
      * ================================================================
       CHECK-DNR-PARA.
           MOVE ZERO TO DN-CHK-DATE.
           PERFORM CHECK-DNR-REGISTER-PARA.
           IF NOT DN-NOT-LISTED
             ADD 1 TO WS-DNRHIT-COUNT
             MOVE 'Q001' TO WS-LOADSUSP-CODE
             IF DN-LISTED-EMPID
               MOVE 'EMPID' TO WS-LOADSUSP-FIELD
             ELSE
               MOVE 'EMPLNM' TO WS-LOADSUSP-FIELD
             END-IF
             MOVE 'ON DO-NOT-REHIRE REGISTER' TO WS-LOADSUSP-MSG
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'DNRHIT' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING 'LOAD OF EMPID ' DN-CHK-EMPID
                    ' HELD - REGISTER ENTRY ' DN-HIT-EMPID
                    ' REASON ' DN-HIT-REASON
                    DELIMITED BY SIZE INTO WS-ALERT-MSG
             PERFORM WRITE-ALERT-PARA
           END-IF.

      * ================================================================
      * DETECT-FORMAT-PARA
      * A comma in the first ten bytes of a site's first record can
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           IF LIVE-MASTER-OPEN
             CLOSE LIVEMSTR
           END-IF.
           CLOSE AUDIT.
           CLOSE LOADSUSP.
           CLOSE TERMHIST.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           IF WS-REHIRE-COUNT > 0
             DISPLAY "EMPLOAD: " WS-REHIRE-COUNT
                     " REHIRE(S) FLAGGED"
             DISPLAY "EMPLOAD: " WS-REUSE-COUNT
                     " EMPID REUSE ERROR(S) REJECTED"
           END-IF.
           IF WS-NOPERMIT-COUNT > 0
             DISPLAY "EMPLOAD: " WS-NOPERMIT-COUNT
                     " MINOR(S) WITHOUT A WORK PERMIT REJECTED"
           END-IF.
           IF WS-DNRHIT-COUNT > 0
             DISPLAY "EMPLOAD: " WS-DNRHIT-COUNT
                     " DO-NOT-REHIRE REGISTER HIT(S) REJECTED"
           END-IF.
           IF WS-LOADSUSP-COUNT > 0
             DISPLAY "EMPLOAD: " WS-LOADSUSP-COUNT
                     " RECORD(S) REJECTED TO LOADSUSP.DTA"
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
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
