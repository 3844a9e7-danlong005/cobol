      *    SELECT OPERFILE ASSIGN TO './operator.dta'
      *        (FILE STATUS SG-OPER-STATUS)
      *    SELECT SECLOG   ASSIGN TO './seclog.dta'
      *    SELECT SIGNCRED ASSIGN TO './signon.cred'
      *        (FILE STATUS SG-SCRED-STATUS)
      *
      * all LINE SEQUENTIAL, and COPY OPERCRED-REC.cob into the FD
      * of
      *
      *    SELECT OPERCRED ASSIGN TO './opercred.dat'
      *        ORGANIZATION IS INDEXED  ACCESS MODE IS RANDOM
      *        RECORD KEY IS CR-OPER-ID
      *        FILE STATUS IS SG-CRED-STATUS.
      *
      * Then set SG-NEED-CLASS ('R' inquiry, 'U' routine update,
      * 'A' destructive, 'E' employee-relations case file - granted
      * to class E alone), SET SG-INTERACTIVE if an operator sits at
      * the terminal, and PERFORM CHECK-SIGNON-PARA before the first
      * OPEN of the master.  A missing sign-on, an operator not on
      * ./operator.dta, a class below the program's need, or a
      * password that is wrong, expired or locked out is logged to
      * ./seclog.dta and ends the run with the distinct RETURN-CODE
      * 16 the scheduler treats as a security stop; a granted
      * sign-on lands the operator ID in WS-AUDIT-OPERATOR for the
      * audit-trail stamps.
      *
      * The password is keyed at the terminal by an interactive
      * program (the operator ID too, when signon.parm names
      * nobody) and read from the protected ./signon.cred
      * (copybooks/SIGNCRED-REC.cob) by a batch one.  It is checked
      * against the digest on ./opercred.dat; each miss adds to the
      * ID's failure count, and the miss that reaches the *POLICY
      * limit locks the ID until a class A operator resets it in
      * OPERPWD - that lockout is on ./seclog.dta as its own line.
      * A password older than the *POLICY age limit, or a temporary
      * one just reset, is refused until the operator changes it in
      * OPERPWD.
      *
      * A site with no ./operator.dta at all runs open, with a
      * console warning - the control phases in the way the
      * reference-file edits always have - except for the case
      * file, which is never opened without a class E sign-on.
      * Likewise a site with no ./opercred.dat yet signs on without
      * passwords, class E apart - but only while ./operator.dta
      * carries no *POLICY line.  Once the policy is set a missing
      * credential file is refused like any other that cannot be
      * opened (damaged, or still locked by another run after the
      * OPEN has been retried for some ten seconds): the sign-on is
      * denied with the file status, never waved through.  Set up
      * the first passwords in OPERPWD before adding the *POLICY
      * line.
      *================================================================
       CHECK-SIGNON-PARA.
           SET SIGNON-DENIED TO TRUE.
           SET SG-OPER-NOT-FOUND TO TRUE.
           MOVE 'N' TO SG-POLICY-SW.
           MOVE SPACES TO SG-OPER-ID.
           MOVE SPACES TO SG-DENY-REASON.
           OPEN INPUT OPERFILE.
           IF NOT SG-OPER-FILE-OK
             IF SG-NEED-CLASS = 'E'
               MOVE 'NO OPERATOR FILE FOR CLASS E' TO SG-DENY-REASON
             ELSE
               DISPLAY WS-PROGRAM-NAME ": NO OPERATOR FILE - "
                       "SIGN-ON CHECK SKIPPED"
               SET SIGNON-GRANTED TO TRUE
             END-IF
           ELSE
             PERFORM READ-SIGNON-PARA
             IF SG-OPER-ID = SPACES
                 WHEN SG-OPER-NOT-FOUND
                   MOVE 'OPERATOR NOT AUTHORIZED'
                        TO SG-DENY-REASON
                 WHEN SG-NEED-CLASS = 'E'
                     AND SG-FOUND-CLASS NOT = 'E'
                   MOVE 'CLASS E REQUIRED' TO SG-DENY-REASON
                 WHEN SG-NEED-CLASS = 'E'
                   SET SIGNON-GRANTED TO TRUE
                 WHEN SG-NEED-CLASS = 'R'
                     AND SG-FOUND-CLASS NOT = 'A'
                     AND SG-FOUND-CLASS NOT = 'U'
                     AND SG-FOUND-CLASS NOT = 'R'
                   MOVE 'CLASS GIVES NO INQUIRY RIGHT'
                        TO SG-DENY-REASON
                 WHEN SG-NEED-CLASS = 'R'
                   SET SIGNON-GRANTED TO TRUE
                 WHEN SG-NEED-CLASS = 'A'
                     AND SG-FOUND-CLASS NOT = 'A'
                   MOVE 'CLASS A REQUIRED' TO SG-DENY-REASON
                 WHEN OTHER
                   SET SIGNON-GRANTED TO TRUE
               END-EVALUATE
               IF SIGNON-GRANTED
                 PERFORM CHECK-PASSWORD-PARA
               END-IF
             END-IF
           END-IF.
           IF SIGNON-DENIED
             END-IF
             CLOSE SIGNON
           END-IF.
           IF SG-INTERACTIVE AND SG-OPER-ID = SPACES
             DISPLAY "OPERATOR ID: " WITH NO ADVANCING
             ACCEPT SG-OPER-ID
           END-IF.

      * ================================================================
      * LOOKUP-OPERATOR-PARA
      * A straight scan of the whole page - the operator file is
      * hand-kept, not a volume problem, and the *POLICY line may
      * sit anywhere on it.
      * ================================================================
       LOOKUP-OPERATOR-PARA.
           MOVE ' ' TO SG-OPER-EOF.
                AT END MOVE 'Y' TO SG-OPER-EOF
           END-READ.
           PERFORM UNTIL SG-OPER-EOF = 'Y'
             IF OP-ID = '*POLICY'
               SET SG-POLICY-SEEN TO TRUE
               IF OP-POLICY-AGE NUMERIC
                 MOVE OP-POLICY-AGE TO SG-MAX-AGE
               END-IF
               IF OP-POLICY-FAILS NUMERIC AND OP-POLICY-FAILS > '00'
                 MOVE OP-POLICY-FAILS TO SG-MAX-FAILS
               END-IF
             END-IF
             IF OPERFILE-REC (1:1) NOT = '*'
                 AND OP-ID = SG-OPER-ID
                 AND NOT SG-OPER-WAS-FOUND
               SET SG-OPER-WAS-FOUND TO TRUE
               MOVE OP-CLASS TO SG-FOUND-CLASS
             END-IF
             READ OPERFILE INTO OPERFILE-REC
                  AT END MOVE 'Y' TO SG-OPER-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-PASSWORD-PARA
      * The operator's password against the credential store, for
      * an operator the class check has already let through.  Only
      * a credential file that does not exist, at a site that has
      * set no *POLICY line, lets the sign-on through unchecked.
      * ================================================================
       CHECK-PASSWORD-PARA.
           OPEN I-O OPERCRED.
           MOVE 1 TO SG-CRED-TRIES.
           PERFORM RETRY-CRED-OPEN-PARA
               UNTIL NOT SG-CRED-LOCKED
                  OR SG-CRED-TRIES NOT < SG-CRED-MAX-TRIES.
           IF NOT SG-CRED-FILE-OK
             EVALUATE TRUE
               WHEN SG-CRED-MISSING AND SG-NEED-CLASS = 'E'
                 SET SIGNON-DENIED TO TRUE
                 MOVE 'NO CREDENTIAL FILE FOR CLASS E'
                      TO SG-DENY-REASON
               WHEN SG-CRED-MISSING AND NOT SG-POLICY-SEEN
                 DISPLAY WS-PROGRAM-NAME ": NO CREDENTIAL FILE - "
                         "PASSWORD CHECK SKIPPED"
               WHEN OTHER
                 SET SIGNON-DENIED TO TRUE
                 MOVE SPACES TO SG-DENY-REASON
                 STRING 'CREDENTIAL FILE STATUS ' DELIMITED BY SIZE
                        SG-CRED-STATUS DELIMITED BY SIZE
                        INTO SG-DENY-REASON
                 END-STRING
             END-EVALUATE
           ELSE
             PERFORM READ-PASSWORD-PARA
             MOVE SG-OPER-ID TO CR-OPER-ID
             READ OPERCRED
                 INVALID KEY
                   SET SIGNON-DENIED TO TRUE
                   MOVE 'NO PASSWORD ON FILE' TO SG-DENY-REASON
                 NOT INVALID KEY
                   PERFORM VERIFY-PASSWORD-PARA
             END-READ
             CLOSE OPERCRED
             EVALUATE TRUE
               WHEN SIGNON-DENIED
                 CONTINUE
               WHEN SG-PW-LOCKED
                 SET SIGNON-DENIED TO TRUE
                 MOVE 'OPERATOR ID LOCKED' TO SG-DENY-REASON
               WHEN SG-PW-NOW-LOCKED
                 SET SIGNON-DENIED TO TRUE
                 MOVE 'ID LOCKED - TOO MANY FAILURES'
                      TO SG-DENY-REASON
               WHEN SG-PW-WRONG
                 SET SIGNON-DENIED TO TRUE
                 MOVE 'PASSWORD INCORRECT' TO SG-DENY-REASON
               WHEN SG-PW-EXPIRED
                 SET SIGNON-DENIED TO TRUE
                 MOVE 'PASSWORD EXPIRED - RUN OPERPWD'
                      TO SG-DENY-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           MOVE SPACES TO SG-PASSWORD.

      * ================================================================
      * RETRY-CRED-OPEN-PARA
      * Another run's sign-on has the credential file for the moment
      * - wait a second and try the OPEN again.
      * ================================================================
       RETRY-CRED-OPEN-PARA.
           CALL "SYSTEM" USING SG-SLEEP-CMD
           END-CALL.
           ADD 1 TO SG-CRED-TRIES.
           OPEN I-O OPERCRED.

      * ================================================================
      * READ-PASSWORD-PARA
      * Keyed, unechoed, at the terminal; otherwise the batch
      * credential, taken only when it is for the operator signing
      * on.
      * ================================================================
       READ-PASSWORD-PARA.
           MOVE SPACES TO SG-PASSWORD.
           IF SG-INTERACTIVE
             DISPLAY "PASSWORD FOR " SG-OPER-ID ": "
                     WITH NO ADVANCING
             ACCEPT SG-PASSWORD WITH SECURE
           ELSE
             OPEN INPUT SIGNCRED
             IF SG-SCRED-FILE-OK
               MOVE ' ' TO SG-SCRED-EOF
               READ SIGNCRED INTO SIGNCRED-REC
                    AT END MOVE 'Y' TO SG-SCRED-EOF
               END-READ
               IF SG-SCRED-EOF NOT = 'Y'
                   AND SC-OPER-ID = SG-OPER-ID
                 MOVE SC-PASSWORD TO SG-PASSWORD
               END-IF
               CLOSE SIGNCRED
             END-IF
           END-IF.

      * ================================================================
      * VERIFY-PASSWORD-PARA
      * SG-PASSWORD against the credential record just read into
      * OPERCRED-REC (OPERCRED open I-O).  A miss counts toward the
      * lockout and a hit clears the count, both rewritten at once;
      * a hit on a password past its age, or never changed since a
      * reset, comes back expired.  OPERPWD shares this check.
      * ================================================================
       VERIFY-PASSWORD-PARA.
           SET SG-PW-WAS-CHECKED TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SG-TODAY.
           IF CR-IS-LOCKED
             SET SG-PW-LOCKED TO TRUE
           ELSE
             PERFORM HASH-PASSWORD-PARA
             IF SG-PW-HASH NOT = CR-PW-HASH
               IF CR-FAIL-COUNT NOT NUMERIC
                 MOVE ZERO TO CR-FAIL-COUNT
               END-IF
               ADD 1 TO CR-FAIL-COUNT
               IF CR-FAIL-COUNT >= SG-MAX-FAILS
                 SET CR-IS-LOCKED TO TRUE
                 MOVE SG-TODAY TO CR-LOCK-DATE
                 SET SG-PW-NOW-LOCKED TO TRUE
               ELSE
                 SET SG-PW-WRONG TO TRUE
               END-IF
               REWRITE OPERCRED-REC
                   INVALID KEY CONTINUE
               END-REWRITE
             ELSE
               SET SG-PW-GOOD TO TRUE
               IF CR-FAIL-COUNT NOT = ZERO
                 MOVE ZERO TO CR-FAIL-COUNT
                 REWRITE OPERCRED-REC
                     INVALID KEY CONTINUE
                 END-REWRITE
               END-IF
               IF CR-PW-SET-DATE NOT NUMERIC
                   OR CR-PW-SET-DATE = ZERO
                 SET SG-PW-EXPIRED TO TRUE
               ELSE
                 COMPUTE SG-PW-AGE-DAYS =
                     FUNCTION INTEGER-OF-DATE (SG-TODAY)
                     - FUNCTION INTEGER-OF-DATE (CR-PW-SET-DATE)
                 IF SG-MAX-AGE > ZERO
                     AND SG-PW-AGE-DAYS > SG-MAX-AGE
                   SET SG-PW-EXPIRED TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * HASH-PASSWORD-PARA
      * One-way digest of SG-OPER-ID and SG-PASSWORD into
      * SG-PW-HASH: two running remainders, each fed every byte of
      * the ID and password and the other's value, over eight
      * passes.  The ID salts it, so two operators with the same
      * password never share a digest.
      * ================================================================
       HASH-PASSWORD-PARA.
           MOVE SG-OPER-ID TO SG-HASH-TEXT (1:8).
           MOVE SG-PASSWORD TO SG-HASH-TEXT (9:16).
           MOVE 5381 TO SG-HASH-A.
           MOVE 7919 TO SG-HASH-B.
           PERFORM HASH-ROUND-PARA
               VARYING SG-HASH-ROUND FROM 1 BY 1
               UNTIL SG-HASH-ROUND > 8.
           MOVE SG-HASH-A TO SG-PW-HASH (1:9).
           MOVE SG-HASH-B TO SG-PW-HASH (10:9).

      * ================================================================
      * HASH-ROUND-PARA
      * ================================================================
       HASH-ROUND-PARA.
           PERFORM HASH-STEP-PARA
               VARYING SG-HASH-IDX FROM 1 BY 1
               UNTIL SG-HASH-IDX > 24.

      * ================================================================
      * HASH-STEP-PARA
      * ================================================================
       HASH-STEP-PARA.
           MOVE FUNCTION ORD (SG-HASH-TEXT (SG-HASH-IDX:1))
               TO SG-HASH-CHAR.
           COMPUTE SG-HASH-A = FUNCTION MOD
               (SG-HASH-A * 33 + SG-HASH-CHAR + SG-HASH-B,
                999999937).
           COMPUTE SG-HASH-B = FUNCTION MOD
               (SG-HASH-B * 131 + SG-HASH-CHAR * SG-HASH-ROUND
                + SG-HASH-A, 999999929).

      * ================================================================
      * WRITE-SECLOG-PARA
      * One line per denial - who was turned away, from what, why -
      * and, through OPERPWD, per password reset and change.
      * ================================================================
       WRITE-SECLOG-PARA.
           OPEN EXTEND SECLOG.
