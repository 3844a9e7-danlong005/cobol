      * delete no after image); declare all three in WORKING-STORAGE
      * along with WS-PROGRAM-NAME and WS-AUDIT-OPERATOR (PIC X(8),
      * spaces unless a sign-on sets it - SIGNON_DEF.cob declares it
      * for the programs that sign on) and WS-AUDIT-CHECKER (PIC
      * X(8), spaces except while a released two-person-approval
      * item is applied).
      *
      * Each record is also stamped with its sequence number and
      * chain hash (AUD-SEQ, AUD-CHAIN-HASH): so COPY AUDCHAIN_DEF.cob
      * into WORKING-STORAGE and AUDCHAIN_PARA.cob into the PROCEDURE
      * DIVISION as well.  The first write of the run reads the
      * trail through once to find where the chain stands, then
      * re-opens it for EXTEND as the program left it.
      *================================================================
       WRITE-AUDIT-PARA.
           IF NOT AC-CHAIN-LOADED
             PERFORM LOAD-AUDIT-CHAIN-PARA
           END-IF.
           MOVE WS-PROGRAM-NAME TO AUD-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-RUN-TIME.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE.
           MOVE WS-AUDIT-OPERATOR TO AUD-OPERATOR.
           MOVE WS-AUDIT-CHECKER TO AUD-CHECKER.
           MOVE AC-RUN-START TO AUD-RUN-START.
           ADD 1 TO AC-LAST-SEQ.
           MOVE AC-LAST-SEQ TO AUD-SEQ.
           MOVE AC-LAST-HASH TO AC-HASH-PREV.
           MOVE AUDIT-REC (1:278) TO AC-HASH-BODY.
           PERFORM CHAIN-HASH-PARA.
           MOVE AC-NEW-HASH TO AUD-CHAIN-HASH.
           MOVE AC-NEW-HASH TO AC-LAST-HASH.
           WRITE AUDIT-REC.

      * ================================================================
      * LOAD-AUDIT-CHAIN-PARA
      * Finds the last chained record on the trail.  Records from
      * before the chain began carry no sequence and are passed
      * over; a trail with none chained starts the chain afresh.
      * ================================================================
       LOAD-AUDIT-CHAIN-PARA.
           IF AC-RUN-START = ZERO
             MOVE FUNCTION CURRENT-DATE (1:14) TO AC-RUN-START
           END-IF.
           CLOSE AUDIT.
           OPEN INPUT AUDIT.
           MOVE ZERO TO AC-LAST-SEQ.
           MOVE ZEROS TO AC-LAST-HASH.
           MOVE ' ' TO AC-TAIL-EOF.
           READ AUDIT
                AT END MOVE 'Y' TO AC-TAIL-EOF
           END-READ.
           PERFORM UNTIL AC-TAIL-EOF = 'Y'
             IF AUD-SEQ NUMERIC
                 AND AUD-CHAIN-HASH NOT = SPACES
               MOVE AUD-SEQ TO AC-LAST-SEQ
               MOVE AUD-CHAIN-HASH TO AC-LAST-HASH
             END-IF
             READ AUDIT
                  AT END MOVE 'Y' TO AC-TAIL-EOF
             END-READ
           END-PERFORM.
           CLOSE AUDIT.
           OPEN EXTEND AUDIT.
           SET AC-CHAIN-LOADED TO TRUE.
