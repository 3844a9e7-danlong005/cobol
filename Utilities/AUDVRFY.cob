      *================================================================
      * AUDVRFY
      * Audit-trail chain verifier.  Every audit record is stamped
      * with a running sequence number and a hash chained to the
      * record before it (copybooks/AUDCHAIN_PARA.cob), so an audit
      * trail that has been edited, cut short, or had records
      * dropped or shuffled no longer proves out.  This step walks
      * a trail from the top, recomputes every link, and reports:
      *
      *    BROKEN LINK   the stored hash does not match the previous
      *                  hash and the record's own bytes - the
      *                  record was altered, or the one before it
      *                  removed; a record with no chain stamp
      *                  inside the chained stretch counts here too
      *    GAP           the sequence does not run on by one
      *    OUT OF ORDER  the run date/time goes backwards
      *
      * The first broken link is named by record number and
      * sequence.  The walk carries on from each record's stored
      * hash, so one altered record shows as one break rather than
      * breaking everything after it.  Records at the top of the
      * file from before the chain began are counted and passed
      * over.
      *
      * Command-line parameters: "[TRAIL] [MANIFEST]".  The trail
      * defaults to ./empaudit.dta; the other trails (compaudit,
      * cwaudit, ...) are verified by naming them.  Given a backup
      * manifest (./bkup_YYYYMMDD.mft), the trail must still hold
      * the record MSTRBKUP saw last, with the same hash - which
      * catches a trail rolled back or rebuilt wholesale.
      *
      * Any finding raises a severity-8 AUDCHAIN alert and ends the
      * run RETURN-CODE 8, so BATCHRUN halts the chain before
      * anything reads the trail; a clean trail ends RETURN-CODE 0.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT ASSIGN DYNAMIC WS-AUDIT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT MANIFEST ASSIGN DYNAMIC WS-MFT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MFT-STATUS.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD MANIFEST.
           01 MANIFEST-REC.
              COPY "BKUPMFT-REC.cob".
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-FNAME  PIC       X(40).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
              88 WS-AUDIT-MISSING    VALUE '35'.
           01 WS-AUDIT-EOF    PIC        A(1).
           01 WS-MFT-FNAME    PIC       X(40).
           01 WS-MFT-STATUS   PIC        X(2).
              88 WS-MFT-OK           VALUE '00'.
           01 WS-MFT-EOF      PIC        A(1).
      *
           01 WS-CMDLINE      PIC       X(90).
      *
      * The backed-up chain position the trail must still hold.
           01 WS-MFT-SEQ      PIC        9(9) VALUE ZERO.
           01 WS-MFT-HASH     PIC       X(18) VALUE SPACES.
           01 WS-MFT-SEEN-SW  PIC        X(1) VALUE 'N'.
              88 MFT-RECORD-SEEN     VALUE 'Y'.
      *
      * Walk state - the chain starts at the first stamped record;
      * WS-PREV-STAMP is the last run date/time seen, as one
      * fourteen-digit number.
           01 WS-CHAIN-SW     PIC        X(1) VALUE 'N'.
              88 CHAIN-STARTED       VALUE 'Y'.
           01 WS-PREV-SEQ     PIC        9(9) VALUE ZERO.
           01 WS-PREV-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-THIS-STAMP   PIC       9(14) VALUE ZERO.
      *
           01 WS-REC-NO       PIC        9(9) VALUE ZERO.
           01 WS-LEGACY-COUNT PIC        9(9) VALUE ZERO.
           01 WS-CHAINED-COUNT PIC       9(9) VALUE ZERO.
           01 WS-BREAK-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-GAP-COUNT    PIC        9(7) VALUE ZERO.
           01 WS-ORDER-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-ISSUE-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-FIRST-BREAK-REC PIC     9(9) VALUE ZERO.
           01 WS-FIRST-BREAK-SEQ PIC     9(9) VALUE ZERO.
      *
      * One console line per finding, up to WS-ISSUE-LIMIT - a
      * trail mangled end to end is still summed up, not listed.
           01 WS-ISSUE-LIMIT  PIC        9(3) VALUE 50.
           01 WS-ISSUE-TEXT   PIC       X(40).
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob).
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'AUDVRFY'.
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * A site with no trail yet has nothing to prove - that is a
      * clean run, not a failure.
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-AUDIT-FNAME WS-MFT-FNAME.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-AUDIT-FNAME WS-MFT-FNAME
           END-UNSTRING.
           IF WS-AUDIT-FNAME = SPACES
             MOVE './empaudit.dta' TO WS-AUDIT-FNAME
           END-IF.
           DISPLAY "AUDVRFY - AUDIT CHAIN CHECK OF "
                   FUNCTION TRIM(WS-AUDIT-FNAME).
           DISPLAY "----------------------------------------------".
           IF WS-MFT-FNAME NOT = SPACES
             PERFORM READ-MANIFEST-PARA
           END-IF.
           OPEN INPUT AUDIT.
           IF WS-AUDIT-MISSING
             DISPLAY "AUDVRFY: NO AUDIT TRAIL ON FILE - NOTHING "
                     "TO VERIFY"
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT WS-AUDIT-OK
             DISPLAY "AUDVRFY: *** CANNOT OPEN "
                     FUNCTION TRIM(WS-AUDIT-FNAME) " - STATUS "
                     WS-AUDIT-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * READ-MANIFEST-PARA
      * Picks the chain position off the manifest's EMPAUDIT line.
      * A manifest cut before the trail was chained carries none,
      * and the trail is then walked on its own.
      * ================================================================
       READ-MANIFEST-PARA.
           OPEN INPUT MANIFEST.
           IF NOT WS-MFT-OK
             DISPLAY "AUDVRFY: *** CANNOT OPEN MANIFEST "
                     FUNCTION TRIM(WS-MFT-FNAME) " - STATUS "
                     WS-MFT-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-MFT-EOF.
           READ MANIFEST
                AT END MOVE 'Y' TO WS-MFT-EOF
           END-READ.
           PERFORM UNTIL WS-MFT-EOF = 'Y'
             IF MFT-NAME = 'EMPAUDIT'
                 AND MFT-CHAIN-HASH NOT = SPACES
                 AND MFT-CHAIN-SEQ NUMERIC
               MOVE MFT-CHAIN-SEQ TO WS-MFT-SEQ
               MOVE MFT-CHAIN-HASH TO WS-MFT-HASH
             END-IF
             READ MANIFEST
                  AT END MOVE 'Y' TO WS-MFT-EOF
             END-READ
           END-PERFORM.
           CLOSE MANIFEST.
           IF WS-MFT-HASH = SPACES
             DISPLAY "AUDVRFY: MANIFEST CARRIES NO AUDIT CHAIN "
                     "POSITION - NOT CHECKED AGAINST IT"
           ELSE
             DISPLAY "AUDVRFY: MANIFEST SAYS SEQUENCE " WS-MFT-SEQ
                     ", HASH " WS-MFT-HASH
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-AUDIT-EOF.
           READ AUDIT
                AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
             ADD 1 TO WS-REC-NO
             PERFORM CHECK-ORDER-PARA
             IF AUD-SEQ NUMERIC
                 AND AUD-CHAIN-HASH NOT = SPACES
               PERFORM CHECK-LINK-PARA
             ELSE
               IF CHAIN-STARTED
                 MOVE 'BROKEN LINK - RECORD CARRIES NO CHAIN'
                      TO WS-ISSUE-TEXT
                 PERFORM NOTE-BREAK-PARA
               ELSE
                 ADD 1 TO WS-LEGACY-COUNT
               END-IF
             END-IF
             READ AUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
           END-PERFORM.
           CLOSE AUDIT.

      * ================================================================
      * CHECK-ORDER-PARA
      * The trail is appended as changes happen, so its run
      * date/time never goes backwards.
      * ================================================================
       CHECK-ORDER-PARA.
           IF AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
             COMPUTE WS-THIS-STAMP =
                 AUD-RUN-DATE * 1000000 + AUD-RUN-TIME
             IF WS-THIS-STAMP < WS-PREV-STAMP
               ADD 1 TO WS-ORDER-COUNT
               MOVE 'OUT OF ORDER - EARLIER THAN RECORD BEFORE'
                    TO WS-ISSUE-TEXT
               PERFORM SHOW-ISSUE-PARA
             END-IF
             MOVE WS-THIS-STAMP TO WS-PREV-STAMP
           END-IF.

      * ================================================================
      * CHECK-LINK-PARA
      * The first stamped record must be sequence 1 off the
      * genesis hash; each one after must run on by one and
      * reproduce its stored hash from the previous record's.
      * ================================================================
       CHECK-LINK-PARA.
           ADD 1 TO WS-CHAINED-COUNT.
           IF NOT CHAIN-STARTED
             SET CHAIN-STARTED TO TRUE
             MOVE ZERO TO WS-PREV-SEQ
             MOVE ZEROS TO AC-LAST-HASH
           END-IF.
           IF AUD-SEQ NOT = WS-PREV-SEQ + 1
             ADD 1 TO WS-GAP-COUNT
             MOVE 'GAP - SEQUENCE DOES NOT FOLLOW ON'
                  TO WS-ISSUE-TEXT
             PERFORM SHOW-ISSUE-PARA
           END-IF.
           MOVE AC-LAST-HASH TO AC-HASH-PREV.
           MOVE AUDIT-REC (1:278) TO AC-HASH-BODY.
           PERFORM CHAIN-HASH-PARA.
           IF AC-NEW-HASH NOT = AUD-CHAIN-HASH
             MOVE 'BROKEN LINK - HASH DOES NOT PROVE OUT'
                  TO WS-ISSUE-TEXT
             PERFORM NOTE-BREAK-PARA
           END-IF.
           IF WS-MFT-HASH NOT = SPACES
               AND AUD-SEQ = WS-MFT-SEQ
             SET MFT-RECORD-SEEN TO TRUE
             IF AUD-CHAIN-HASH NOT = WS-MFT-HASH
               MOVE 'BROKEN LINK - DIFFERS FROM BACKUP MANIFEST'
                    TO WS-ISSUE-TEXT
               PERFORM NOTE-BREAK-PARA
             END-IF
           END-IF.
           MOVE AUD-SEQ TO WS-PREV-SEQ.
           MOVE AUD-CHAIN-HASH TO AC-LAST-HASH.

      * ================================================================
      * NOTE-BREAK-PARA
      * ================================================================
       NOTE-BREAK-PARA.
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-BREAK-COUNT = 1
             MOVE WS-REC-NO TO WS-FIRST-BREAK-REC
             IF AUD-SEQ NUMERIC
               MOVE AUD-SEQ TO WS-FIRST-BREAK-SEQ
             END-IF
           END-IF.
           PERFORM SHOW-ISSUE-PARA.

      * ================================================================
      * SHOW-ISSUE-PARA
      * ================================================================
       SHOW-ISSUE-PARA.
           ADD 1 TO WS-ISSUE-COUNT.
           IF WS-ISSUE-COUNT <= WS-ISSUE-LIMIT
             IF AUD-SEQ NUMERIC
               DISPLAY "AUDVRFY: RECORD " WS-REC-NO " SEQ " AUD-SEQ
                       " " WS-ISSUE-TEXT
             ELSE
               DISPLAY "AUDVRFY: RECORD " WS-REC-NO " (NO SEQ) "
                       WS-ISSUE-TEXT
             END-IF
           END-IF.
           IF WS-ISSUE-COUNT = WS-ISSUE-LIMIT + 1
             DISPLAY "AUDVRFY: FURTHER FINDINGS COUNTED BUT NOT "
                     "LISTED"
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * A manifest position the trail never reached means the trail
      * was cut back behind the last backup.
      * ================================================================
       TERMINATE-PARA.
           IF WS-MFT-HASH NOT = SPACES
               AND NOT MFT-RECORD-SEEN
             ADD 1 TO WS-BREAK-COUNT
             ADD 1 TO WS-ISSUE-COUNT
             IF WS-BREAK-COUNT = 1
               MOVE WS-REC-NO TO WS-FIRST-BREAK-REC
               MOVE WS-MFT-SEQ TO WS-FIRST-BREAK-SEQ
             END-IF
             DISPLAY "AUDVRFY: BROKEN LINK - TRAIL NO LONGER HOLDS "
                     "BACKED-UP SEQUENCE " WS-MFT-SEQ
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "AUDVRFY: " WS-REC-NO " RECORD(S) READ, "
                   WS-CHAINED-COUNT " CHAINED, "
                   WS-LEGACY-COUNT " FROM BEFORE THE CHAIN".
           DISPLAY "AUDVRFY: " WS-BREAK-COUNT " BROKEN LINK(S), "
                   WS-GAP-COUNT " GAP(S), "
                   WS-ORDER-COUNT " OUT OF ORDER".
           IF CHAIN-STARTED
             DISPLAY "AUDVRFY: LAST SEQUENCE " WS-PREV-SEQ
                     ", HASH " AC-LAST-HASH
           END-IF.
           IF WS-BREAK-COUNT > 0
             DISPLAY "AUDVRFY: *** FIRST BROKEN LINK AT RECORD "
                     WS-FIRST-BREAK-REC " SEQ " WS-FIRST-BREAK-SEQ
                     " ***"
           END-IF.
           IF WS-ISSUE-COUNT > 0
             MOVE 8 TO WS-ALERT-SEVERITY
             MOVE 'AUDCHAIN' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             IF WS-BREAK-COUNT > 0
               STRING 'AUDIT CHAIN BROKEN AT RECORD ' DELIMITED BY SIZE
                      WS-FIRST-BREAK-REC DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-AUDIT-FNAME DELIMITED BY SPACE
                      INTO WS-ALERT-MSG
               END-STRING
             ELSE
               STRING 'AUDIT CHAIN GAP/ORDER FAULT(S) IN '
                      DELIMITED BY SIZE
                      WS-AUDIT-FNAME DELIMITED BY SPACE
                      INTO WS-ALERT-MSG
               END-STRING
             END-IF
             PERFORM WRITE-ALERT-PARA
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "AUDVRFY: CHAIN PROVES OUT"
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
