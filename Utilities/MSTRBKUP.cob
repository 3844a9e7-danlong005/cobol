      * every member belongs to the set and arrived whole before it
      * puts anything back.  The indexed members are stored flat,
      * in key order, and rebuilt as indexed files on restore.
      * The EMPAUDIT line also records the audit trail's last chain
      * sequence and hash, so a trail later cut back or rebuilt
      * behind that point can be caught (AUDVRFY).
      *
      * A missing employee master fails the backup outright; any
      * other absent member is recorded on the manifest as absent
              COPY "EMPLOYEE-REC.cob".
      *
           FD FLATIN.
           01 FLATIN-REC       PIC      X(300).
      *
           FD BKUPOUT.
           01 BKUPOUT-REC      PIC      X(300).
      *
           FD MANIFEST.
           01 MANIFEST-REC.
           01 WS-MEMBER-HASH  PIC       9(10).
           01 WS-HASH-OFFSET  PIC        9(3).
           01 WS-HASH-FIELD   PIC        X(5).
      *
      * The audit trail's chain position, picked off the last chained
      * record as EMPAUDIT is copied.
           01 WS-AUDIT-IMAGE.
              COPY "AUDIT-REC.cob".
           01 WS-CHAIN-SEQ    PIC        9(9) VALUE ZERO.
           01 WS-CHAIN-HASH   PIC       X(18) VALUE SPACES.
      *
           01 WS-MEMBERS-DONE PIC        9(2) VALUE ZERO.
           01 WS-MEMBERS-ABSENT PIC      9(2) VALUE ZERO.
                       TO WS-MEMBER-HASH
                 END-IF
               END-IF
               IF WS-MEMBER-NAME = 'EMPAUDIT'
                 MOVE FLATIN-REC TO WS-AUDIT-IMAGE
                 IF AUD-SEQ NUMERIC
                     AND AUD-CHAIN-HASH NOT = SPACES
                   MOVE AUD-SEQ TO WS-CHAIN-SEQ
                   MOVE AUD-CHAIN-HASH TO WS-CHAIN-HASH
                 END-IF
               END-IF
               MOVE FLATIN-REC TO BKUPOUT-REC
               WRITE BKUPOUT-REC
               READ FLATIN
           MOVE WS-MEMBER-COUNT TO MFT-COUNT.
           MOVE WS-MEMBER-HASH TO MFT-HASH.
           MOVE WS-BKUP-FNAME TO MFT-FILE.
           IF WS-MEMBER-NAME = 'EMPAUDIT'
               AND WS-CHAIN-HASH NOT = SPACES
             MOVE WS-CHAIN-SEQ TO MFT-CHAIN-SEQ
             MOVE WS-CHAIN-HASH TO MFT-CHAIN-HASH
             DISPLAY "MSTRBKUP: AUDIT CHAIN AT SEQUENCE "
                     WS-CHAIN-SEQ ", HASH " WS-CHAIN-HASH
           END-IF.
           WRITE MANIFEST-REC.
           ADD 1 TO WS-MEMBERS-DONE.
           DISPLAY "MSTRBKUP: " WS-MEMBER-NAME " - "
