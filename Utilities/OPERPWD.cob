      *================================================================
      * OPERPWD
      * Operator password maintenance over the credential store
      * (./opercred.dat, copybooks/OPERCRED-REC.cob) behind the
      * shared sign-on check.  Passwords are keyed at the terminal
      * with the echo off and never stored - only their digest
      * (HASH-PASSWORD-PARA in copybooks/SIGNON_PARA.cob) goes on
      * file.
      *
      * Command-line parameter picks the function:
      *
      *    CHANGE  (default)  the operator changes their own
      *                       password: current password, then the
      *                       new one twice.  An expired password,
      *                       or a temporary one from a reset, is
      *                       accepted here and nowhere else; a
      *                       wrong one counts toward the lockout
      *                       the same as at any sign-on
      *    RESET id           a class A operator sets a temporary
      *                       password for operator id, clearing any
      *                       lockout; the operator must CHANGE it
      *                       before it signs them on anywhere else.
      *                       A first RESET on a site with no
      *                       ./opercred.dat yet creates the file
      *
      * A new password is at least 8 characters, no spaces, and
      * differs from the current one.  No one resets their own
      * password once passwords are in force - that is what CHANGE
      * is for.  Every change, reset and lockout is written to
      * ./seclog.dta; a refusal ends RETURN-CODE 16, a usage or
      * entry error RETURN-CODE 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPWD.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
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
      *
      * Command-line tokens - the function word, then for RESET the
      * operator whose password is being reset.
           01 WS-CMDLINE      PIC       X(80).
           01 WS-CMD-PARM     PIC        X(6).
           01 WS-TARGET-ID    PIC        X(8).
      *
      * The signed-on class A operator doing a RESET.
           01 WS-RESET-BY     PIC        X(8).
      *
      * The new password as keyed, its confirmation, and the edit
      * of it.
           01 WS-NEW-PW       PIC       X(16).
           01 WS-CONFIRM-PW   PIC       X(16).
           01 WS-PW-SPACES    PIC        9(2).
           01 WS-PW-LEN       PIC        9(2).
           01 WS-PW-INNER     PIC        9(2).
           01 WS-PW-SW        PIC        X(1).
              88 NEW-PW-ACCEPTED     VALUE 'Y'.
              88 NEW-PW-REFUSED      VALUE 'N'.
           01 WS-PW-MSG       PIC       X(40).
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'OPERPWD'.
      *
       COPY "SIGNON_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           IF WS-CMD-PARM = 'RESET'
             PERFORM RESET-PASSWORD-PARA
           ELSE
             PERFORM CHANGE-PASSWORD-PARA
           END-IF.
           GOBACK.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CMD-PARM WS-TARGET-ID.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-CMD-PARM WS-TARGET-ID
           END-UNSTRING.
           IF WS-CMD-PARM = SPACES
             MOVE 'CHANGE' TO WS-CMD-PARM
           END-IF.
           IF (WS-CMD-PARM NOT = 'CHANGE' AND WS-CMD-PARM NOT = 'RESET')
               OR (WS-CMD-PARM = 'RESET' AND WS-TARGET-ID = SPACES)
             DISPLAY "OPERPWD: *** USAGE - OPERPWD [CHANGE] | "
                     "OPERPWD RESET OPERATOR-ID ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           SET SG-INTERACTIVE TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SG-TODAY.
           DISPLAY "OPERPWD - OPERATOR PASSWORD MAINTENANCE ("
                   WS-CMD-PARM ")".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * CHANGE-PASSWORD-PARA
      * The operator proves the current password - expired or
      * temporary is fine here - and sets a new one.
      * ================================================================
       CHANGE-PASSWORD-PARA.
           PERFORM READ-SIGNON-PARA.
           IF SG-OPER-ID = SPACES
             DISPLAY "OPERPWD: *** NO OPERATOR ID KEYED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM READ-POLICY-PARA.
           OPEN I-O OPERCRED.
           IF NOT SG-CRED-FILE-OK
             DISPLAY "OPERPWD: *** NO CREDENTIAL FILE - A CLASS A "
                     "OPERATOR MUST RESET YOUR PASSWORD FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SG-OPER-ID TO CR-OPER-ID.
           READ OPERCRED
               INVALID KEY
                 CLOSE OPERCRED
                 MOVE 'NO PASSWORD ON FILE' TO SG-DENY-REASON
                 PERFORM REFUSE-PARA
           END-READ.
           DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING.
           ACCEPT SG-PASSWORD WITH SECURE.
           PERFORM VERIFY-PASSWORD-PARA.
           IF NOT SG-PW-GOOD AND NOT SG-PW-EXPIRED
             CLOSE OPERCRED
             EVALUATE TRUE
               WHEN SG-PW-LOCKED
                 MOVE 'OPERATOR ID LOCKED' TO SG-DENY-REASON
               WHEN SG-PW-NOW-LOCKED
                 MOVE 'ID LOCKED - TOO MANY FAILURES'
                      TO SG-DENY-REASON
               WHEN OTHER
                 MOVE 'PASSWORD INCORRECT' TO SG-DENY-REASON
             END-EVALUATE
             PERFORM REFUSE-PARA
           END-IF.
           PERFORM GET-NEW-PASSWORD-PARA.
           IF NEW-PW-ACCEPTED
             MOVE WS-NEW-PW TO SG-PASSWORD
             PERFORM HASH-PASSWORD-PARA
             IF SG-PW-HASH = CR-PW-HASH
               SET NEW-PW-REFUSED TO TRUE
               MOVE 'NEW PASSWORD SAME AS CURRENT' TO WS-PW-MSG
             END-IF
           END-IF.
           IF NEW-PW-REFUSED
             CLOSE OPERCRED
             DISPLAY "OPERPWD: *** " WS-PW-MSG " - NOT CHANGED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SG-PW-HASH TO CR-PW-HASH.
           MOVE SG-TODAY TO CR-PW-SET-DATE.
           MOVE ZERO TO CR-FAIL-COUNT.
           MOVE SG-OPER-ID TO CR-SET-BY.
           REWRITE OPERCRED-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE OPERCRED.
           MOVE SPACES TO SG-PASSWORD WS-NEW-PW WS-CONFIRM-PW.
           MOVE 'PASSWORD CHANGED' TO SG-DENY-REASON.
           PERFORM WRITE-SECLOG-PARA.
           DISPLAY "OPERPWD: PASSWORD CHANGED FOR " SG-OPER-ID.
           MOVE 0 TO RETURN-CODE.

      * ================================================================
      * RESET-PASSWORD-PARA
      * A class A operator, signed on with their own password, sets
      * a temporary one for someone else and clears the lockout.
      * ================================================================
       RESET-PASSWORD-PARA.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE WS-AUDIT-OPERATOR TO WS-RESET-BY.
           IF SG-PW-WAS-CHECKED AND WS-TARGET-ID = WS-RESET-BY
             DISPLAY "OPERPWD: *** CHANGE YOUR OWN PASSWORD WITH "
                     "OPERPWD CHANGE, NOT RESET ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-TARGET-ID TO SG-OPER-ID.
           SET SG-OPER-NOT-FOUND TO TRUE.
           OPEN INPUT OPERFILE.
           IF SG-OPER-FILE-OK
             PERFORM LOOKUP-OPERATOR-PARA
             CLOSE OPERFILE
             IF SG-OPER-NOT-FOUND
               DISPLAY "OPERPWD: *** " WS-TARGET-ID " IS NOT ON "
                       "OPERATOR.DTA ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           DISPLAY "TEMPORARY PASSWORD FOR " WS-TARGET-ID.
           PERFORM GET-NEW-PASSWORD-PARA.
           IF NEW-PW-REFUSED
             DISPLAY "OPERPWD: *** " WS-PW-MSG " - NOT RESET ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-NEW-PW TO SG-PASSWORD.
           PERFORM HASH-PASSWORD-PARA.
           OPEN I-O OPERCRED.
           IF SG-CRED-MISSING
             OPEN OUTPUT OPERCRED
             CLOSE OPERCRED
             OPEN I-O OPERCRED
           END-IF.
           IF NOT SG-CRED-FILE-OK
             DISPLAY "OPERPWD: *** CANNOT OPEN OPERCRED.DAT - STATUS "
                     SG-CRED-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-TARGET-ID TO CR-OPER-ID.
           READ OPERCRED
               INVALID KEY
                 PERFORM FILL-RESET-RECORD-PARA
                 WRITE OPERCRED-REC
                     INVALID KEY CONTINUE
                 END-WRITE
               NOT INVALID KEY
                 PERFORM FILL-RESET-RECORD-PARA
                 REWRITE OPERCRED-REC
                     INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           CLOSE OPERCRED.
           MOVE SPACES TO SG-PASSWORD WS-NEW-PW WS-CONFIRM-PW.
           MOVE SPACES TO SG-DENY-REASON.
           STRING 'PASSWORD RESET BY ' WS-RESET-BY
                  DELIMITED BY SIZE INTO SG-DENY-REASON
           END-STRING.
           PERFORM WRITE-SECLOG-PARA.
           DISPLAY "OPERPWD: PASSWORD RESET FOR " WS-TARGET-ID
                   " - TO BE CHANGED AT FIRST SIGN-ON".
           MOVE 0 TO RETURN-CODE.

      * ================================================================
      * FILL-RESET-RECORD-PARA
      * ================================================================
       FILL-RESET-RECORD-PARA.
           MOVE WS-TARGET-ID TO CR-OPER-ID.
           MOVE SG-PW-HASH TO CR-PW-HASH.
           MOVE ZERO TO CR-PW-SET-DATE.
           MOVE ZERO TO CR-FAIL-COUNT.
           SET CR-IS-UNLOCKED TO TRUE.
           MOVE ZERO TO CR-LOCK-DATE.
           MOVE WS-RESET-BY TO CR-SET-BY.

      * ================================================================
      * GET-NEW-PASSWORD-PARA
      * The new password twice, unechoed, and the edits on it.
      * ================================================================
       GET-NEW-PASSWORD-PARA.
           SET NEW-PW-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-NEW-PW WS-CONFIRM-PW WS-PW-MSG.
           DISPLAY "NEW PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-NEW-PW WITH SECURE.
           DISPLAY "NEW PASSWORD AGAIN: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-PW WITH SECURE.
           MOVE ZERO TO WS-PW-SPACES WS-PW-INNER.
           INSPECT WS-NEW-PW TALLYING WS-PW-SPACES FOR ALL SPACES.
           COMPUTE WS-PW-LEN = 16 - WS-PW-SPACES.
           IF WS-PW-LEN > ZERO
             INSPECT WS-NEW-PW (1:WS-PW-LEN)
                 TALLYING WS-PW-INNER FOR ALL SPACES
           END-IF.
           EVALUATE TRUE
             WHEN WS-NEW-PW NOT = WS-CONFIRM-PW
               SET NEW-PW-REFUSED TO TRUE
               MOVE 'THE TWO ENTRIES DIFFER' TO WS-PW-MSG
             WHEN WS-PW-INNER > ZERO
               SET NEW-PW-REFUSED TO TRUE
               MOVE 'SPACES ARE NOT ALLOWED' TO WS-PW-MSG
             WHEN WS-PW-LEN < 8
               SET NEW-PW-REFUSED TO TRUE
               MOVE 'UNDER 8 CHARACTERS' TO WS-PW-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * READ-POLICY-PARA
      * The *POLICY line's failure limit, so a wrong current
      * password here locks the ID exactly as a sign-on would.
      * ================================================================
       READ-POLICY-PARA.
           SET SG-OPER-NOT-FOUND TO TRUE.
           OPEN INPUT OPERFILE.
           IF SG-OPER-FILE-OK
             PERFORM LOOKUP-OPERATOR-PARA
             CLOSE OPERFILE
           END-IF.

      * ================================================================
      * REFUSE-PARA
      * ================================================================
       REFUSE-PARA.
           MOVE SPACES TO SG-PASSWORD.
           PERFORM WRITE-SECLOG-PARA.
           DISPLAY "OPERPWD: *** REFUSED FOR '" SG-OPER-ID "' - "
                   SG-DENY-REASON " ***".
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
