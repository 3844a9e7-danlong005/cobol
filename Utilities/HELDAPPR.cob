      *================================================================
      * HELDAPPR
      * Approval run for the two-person rule over sensitive master
      * and compensation changes.  EMPMAINT and COMPMAINT no longer
      * apply a DOB or hire-date change, a delete, a back-dated
      * termination, or a salary move over the threshold on one
      * operator's say-so - they park it on the held-transactions
      * file (./heldtran.dta, copybooks/HELDTRAN-REC.cob), and a
      * second, different operator passes judgement on it here.
      * The owning program applies what was released at the top of
      * its next run.
      *
      * Command-line parameter picks the function:
      *
      *    LIST  (default)  the items still held, with their age in
      *                     days; any held longer than the aging
      *                     threshold (cols 5-7 of ./approval.parm,
      *                     PIC 9(3) on the infile.parm pattern, 003
      *                     with no file) are named, one HELDAGE
      *                     alert is raised for the lot, and the run
      *                     ends RETURN-CODE 4 so the morning chain
      *                     sees it
      *    RELEASE n        release held item n (the ITEM number
      *                     LIST and the maker's run report show)
      *    REJECT n         reject held item n - it is never applied
      *
      * RELEASE and REJECT need a class A sign-on, and the signed-on
      * operator must not be the item's maker - the same person
      * cannot be both halves of the rule, and with no sign-on there
      * is no second person to speak of, so the decision is refused
      * (RETURN-CODE 8).  The checker and the day are stamped on the
      * item; the file is rewritten through ./heldtran.new and
      * swapped in only when the item was found and decided, the
      * way ALERTWB swaps in an acknowledgement.  The decision holds
      * the held-file lock ./heldtran.lck (copybooks/
      * HELDLOCK_PARA.cob) from before the file is read until the
      * swap, so EMPMAINT or COMPMAINT cannot rebuild it meanwhile;
      * a busy lock ends the run RC 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDAPPR.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT HELDTRAN ASSIGN TO './heldtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELD-STATUS.
      *
              SELECT HELDNEW ASSIGN TO './heldtran.new'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT HELDLOCK ASSIGN TO './heldtran.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HK-LOCK-STATUS.
      *
              SELECT APPRPARM ASSIGN TO './approval.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPRPARM-STATUS.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
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
           FD HELDTRAN.
           01 HELDTRAN-REC.
              COPY "HELDTRAN-REC.cob".
      *
      * The rewrite side carries the record as raw bytes - the
      * decoded view lives in HELDTRAN-REC.
           FD HELDNEW.
           01 HELDNEW-REC      PIC      X(166).
      *
           FD APPRPARM.
           01 APPRPARM-REC.
              05 AP-SALARY-PCT PIC       9(3).
              05 FILLER       PIC        X(1).
              05 AP-AGING-DAYS PIC       9(3).
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD HELDLOCK.
           01 HELDLOCK-REC    PIC      X(34).
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
           01 WS-HELD-EOF     PIC        A(1).
           01 WS-HELD-STATUS  PIC        X(2).
              88 WS-HELD-OK          VALUE '00'.
           01 WS-APPRPARM-STATUS PIC     X(2).
              88 WS-APPRPARM-OK      VALUE '00'.
           01 WS-APPRPARM-EOF PIC        A(1).
      *
      * Command-line tokens - the function word, then for RELEASE
      * and REJECT the held item's number.
           01 WS-CMDLINE      PIC       X(80).
           01 WS-CMD-PARM     PIC        X(7).
           01 WS-NUM-PARM     PIC        X(6).
           01 WS-NUM-LEN      PIC        9(2) VALUE ZERO.
           01 WS-TARGET-ID    PIC        9(6) VALUE ZERO.
           01 WS-DECISION     PIC        X(8).
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-DECIDED-SW   PIC        X(1) VALUE 'N'.
              88 DECISION-WAS-MADE   VALUE 'Y'.
           01 WS-REFUSED-SW   PIC        X(1) VALUE 'N'.
              88 DECISION-REFUSED    VALUE 'Y'.
      *
      * Aging arithmetic - whole days between the day the item was
      * held and today.
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-INT    PIC       S9(9).
           01 WS-HELD-INT     PIC       S9(9).
           01 WS-AGE-DAYS     PIC       S9(7).
           01 WS-AGE-DAYS-ED  PIC        9(5).
      *
      * Aging threshold in days, from ./approval.parm, and the count
      * of held items past it.
           01 WS-AGING-DAYS   PIC        9(3) VALUE 003.
           01 WS-STALE-COUNT  PIC        9(5) VALUE ZERO.
      *
      * File-swap scratch fields, on the HOUSEKEEP pattern.
           01 WS-DELETE-FNAME PIC       X(40).
           01 WS-CBL-RC       PIC      S9(9) COMP-5.
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob) - the aging check goes through the same
      * shared writer every raiser uses.
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'HELDAPPR'.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "HELDLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CMD-PARM WS-NUM-PARM.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-CMD-PARM
                    WS-NUM-PARM COUNT IN WS-NUM-LEN
           END-UNSTRING.
           IF WS-CMD-PARM = SPACES
             MOVE 'LIST' TO WS-CMD-PARM
           END-IF.
           IF WS-CMD-PARM = 'RELEASE' OR WS-CMD-PARM = 'REJECT'
      *      The item number as typed - no leading zeros needed.
             IF WS-NUM-LEN = ZERO OR WS-NUM-LEN > 6
                 OR WS-NUM-PARM (1:WS-NUM-LEN) NOT NUMERIC
               DISPLAY "HELDAPPR: *** USAGE - HELDAPPR RELEASE|REJECT "
                       "NUMBER ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE WS-NUM-PARM (1:WS-NUM-LEN) TO WS-TARGET-ID
             MOVE 'A' TO SG-NEED-CLASS
           ELSE
             MOVE 'U' TO SG-NEED-CLASS
           END-IF.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM READ-APPRPARM-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT.
           IF WS-CMD-PARM = 'RELEASE' OR WS-CMD-PARM = 'REJECT'
             PERFORM GUARD-MASTER-LOCK-PARA
             PERFORM TAKE-HELD-LOCK-PARA
           END-IF.
           OPEN INPUT HELDTRAN.
           IF NOT WS-HELD-OK
             DISPLAY "HELDAPPR: NO HELD-TRANSACTIONS FILE ON HAND - "
                     "NOTHING TO WORK"
             IF HELD-LOCK-OURS
               PERFORM FREE-HELD-LOCK-PARA
             END-IF
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-CMD-PARM = 'RELEASE' OR WS-CMD-PARM = 'REJECT'
             OPEN OUTPUT HELDNEW
           END-IF.
           DISPLAY "HELDAPPR - TWO-PERSON APPROVAL (" WS-CMD-PARM ")".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * READ-APPRPARM-PARA
      * The aging threshold on the infile.parm pattern - a site
      * without the file yet chases anything held over 3 days.
      * ================================================================
       READ-APPRPARM-PARA.
           OPEN INPUT APPRPARM.
           IF WS-APPRPARM-OK
             MOVE ' ' TO WS-APPRPARM-EOF
             READ APPRPARM INTO APPRPARM-REC
                  AT END MOVE 'Y' TO WS-APPRPARM-EOF
             END-READ
             IF WS-APPRPARM-EOF NOT = 'Y' AND AP-AGING-DAYS NUMERIC
               MOVE AP-AGING-DAYS TO WS-AGING-DAYS
             END-IF
             CLOSE APPRPARM
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One pass over the held file, each record handed to the
      * function the command line picked.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-HELD-EOF.
           READ HELDTRAN INTO HELDTRAN-REC
                AT END MOVE 'Y' TO WS-HELD-EOF
           END-READ.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             IF HT-IS-HELD
               ADD 1 TO WS-HELD-COUNT
             END-IF
             EVALUATE WS-CMD-PARM
               WHEN 'LIST'
                 PERFORM LIST-ONE-ITEM-PARA
               WHEN 'RELEASE'
                 PERFORM DECIDE-ONE-ITEM-PARA
               WHEN 'REJECT'
                 PERFORM DECIDE-ONE-ITEM-PARA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE

             READ HELDTRAN INTO HELDTRAN-REC
                  AT END MOVE 'Y' TO WS-HELD-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * LIST-ONE-ITEM-PARA
      * A held item, its age, and the transaction as keyed; one past
      * the threshold is flagged, and the alert itself is raised
      * once, for the lot, in TERMINATE-PARA.
      * ================================================================
       LIST-ONE-ITEM-PARA.
           IF HT-IS-HELD
             MOVE FUNCTION INTEGER-OF-DATE (HT-HELD-DATE)
                 TO WS-HELD-INT
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-HELD-INT
             IF WS-AGE-DAYS < 0
               MOVE ZERO TO WS-AGE-DAYS
             END-IF
             MOVE WS-AGE-DAYS TO WS-AGE-DAYS-ED
             DISPLAY "ITEM " HT-ID " " HT-PROGRAM (1:10) " "
                     HT-REASON " MAKER " HT-MAKER " HELD "
                     HT-HELD-DATE " (" WS-AGE-DAYS-ED " DAY(S))"
             DISPLAY "     " HT-TRAN
             IF WS-AGE-DAYS > WS-AGING-DAYS
               ADD 1 TO WS-STALE-COUNT
               DISPLAY "HELDAPPR: *** ITEM " HT-ID " WAITING "
                       WS-AGE-DAYS-ED " DAY(S) FOR A CHECKER ***"
             END-IF
           END-IF.

      * ================================================================
      * DECIDE-ONE-ITEM-PARA
      * The RELEASE/REJECT rewrite - every record is carried to
      * heldtran.new, and the targeted held item picks up the
      * decision on the way through unless its maker is the one
      * deciding.
      * ================================================================
       DECIDE-ONE-ITEM-PARA.
           IF HT-IS-HELD AND HT-ID = WS-TARGET-ID
             IF WS-AUDIT-OPERATOR = SPACES
                 OR WS-AUDIT-OPERATOR = HT-MAKER
               SET DECISION-REFUSED TO TRUE
               DISPLAY "HELDAPPR: *** ITEM " HT-ID " WAS KEYED BY "
                       HT-MAKER " - IT NEEDS A DIFFERENT, SIGNED-ON "
                       "OPERATOR ***"
             ELSE
               IF WS-CMD-PARM = 'RELEASE'
                 SET HT-IS-RELEASED TO TRUE
                 MOVE 'RELEASED' TO WS-DECISION
               ELSE
                 SET HT-IS-REJECTED TO TRUE
                 MOVE 'REJECTED' TO WS-DECISION
               END-IF
               MOVE WS-AUDIT-OPERATOR TO HT-CHECKER
               MOVE WS-TODAY TO HT-DECIDED-DATE
               SET DECISION-WAS-MADE TO TRUE
               DISPLAY "HELDAPPR: ITEM " HT-ID " (" HT-REASON ") "
                       WS-DECISION " BY " HT-CHECKER " - KEYED BY "
                       HT-MAKER
             END-IF
           END-IF.
           MOVE HELDTRAN-REC TO HELDNEW-REC.
           WRITE HELDNEW-REC.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE HELDTRAN.
           DISPLAY "----------------------------------------------".
           EVALUATE WS-CMD-PARM
             WHEN 'RELEASE'
               PERFORM FINISH-DECISION-PARA
             WHEN 'REJECT'
               PERFORM FINISH-DECISION-PARA
             WHEN OTHER
               PERFORM FINISH-LIST-PARA
           END-EVALUATE.
           GOBACK.

      * ================================================================
      * FINISH-DECISION-PARA
      * Swaps the rewritten file in only when the item was really
      * found and decided - a mistyped number or a refused maker
      * must not replace the live file with an unchanged copy and
      * look like work done.
      * ================================================================
       FINISH-DECISION-PARA.
           CLOSE HELDNEW.
           IF DECISION-WAS-MADE
             MOVE './heldtran.dta' TO WS-DELETE-FNAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
                 RETURNING WS-CBL-RC
             END-CALL
             CALL "CBL_RENAME_FILE" USING './heldtran.new'
                 WS-DELETE-FNAME RETURNING WS-CBL-RC
             END-CALL
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE './heldtran.new' TO WS-DELETE-FNAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
                 RETURNING WS-CBL-RC
             END-CALL
             IF NOT DECISION-REFUSED
               DISPLAY "HELDAPPR: *** NO HELD ITEM NUMBER "
                       WS-TARGET-ID " - NOTHING DECIDED ***"
             END-IF
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM FREE-HELD-LOCK-PARA.

      * ================================================================
      * FINISH-LIST-PARA
      * One HELDAGE alert covers however many items the pass found
      * past the threshold, and the warning code tells the morning
      * chain about it.
      * ================================================================
       FINISH-LIST-PARA.
           DISPLAY "HELDAPPR: " WS-READ-COUNT " ITEM(S) ON FILE, "
                   WS-HELD-COUNT " AWAITING A CHECKER".
           IF WS-STALE-COUNT > 0
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'HELDAGE' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING WS-STALE-COUNT DELIMITED BY SIZE
                    ' HELD CHANGE(S) UNAPPROVED PAST '
                    DELIMITED BY SIZE
                    WS-AGING-DAYS DELIMITED BY SIZE
                    ' DAY(S)' DELIMITED BY SIZE
                    INTO WS-ALERT-MSG
             END-STRING
             PERFORM WRITE-ALERT-PARA
             DISPLAY "HELDAPPR: " WS-STALE-COUNT " ITEM(S) PAST "
                     WS-AGING-DAYS " DAY(S) - HELDAGE ALERT RAISED"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN HELD-FILE LOCK PROTOCOL
      * ================================================================
       COPY "HELDLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
