      *================================================================
      * HELDLOCK_PARA.COB
      * Run-lock protocol for the held-transactions file, on the
      * master-lock pattern (MSTRLOCK_PARA.cob).  Every program that
      * rebuilds ./heldtran.dta through ./heldtran.new - the
      * maintenance programs through HELDTRAN_PARA.cob, and HELDAPPR
      * when it decides an item - holds ./heldtran.lck from before
      * it reads the file until after the new one is renamed into
      * place, so two of them can never swap in copies that each
      * lack the other's items.
      *
      *    TAKE-HELD-LOCK-PARA    a live lock ends the run
      *                           (RETURN-CODE 8) with a "held file
      *                           in use by <program> since <hh:mm>"
      *                           message; a stale lock left by a
      *                           crashed run is reported and taken
      *                           over; a run that already holds
      *                           the lock passes straight through
      *    CHECK-HELD-LOCK-PARA   looks without taking: HELD-LOCK-
      *                           HELD when another run has it
      *    FREE-HELD-LOCK-PARA    drops the lock
      *
      * A program that also takes the master lock checks this one
      * straight after it, so a busy held file lets go of the master
      * on the way out rather than leaving it behind.
      *
      * COPY into the PROCEDURE DIVISION; first COPY HELDLOCK_DEF.cob
      * into WORKING-STORAGE and
      *
      *    SELECT HELDLOCK ASSIGN TO './heldtran.lck'
      *        ORGANIZATION IS LINE SEQUENTIAL
      *        FILE STATUS IS HK-LOCK-STATUS.
      *
      * with 01 HELDLOCK-REC PIC X(34) in its FD.  WS-PROGRAM-NAME
      * must be set.
      *================================================================
       CHECK-HELD-LOCK-PARA.
           SET HELD-LOCK-FREE TO TRUE.
           MOVE SPACES TO HK-LOCK-REC.
           OPEN INPUT HELDLOCK.
           IF HK-LOCK-FILE-PRESENT
             READ HELDLOCK INTO HK-LOCK-REC
                  AT END CONTINUE
             END-READ
             CLOSE HELDLOCK
             IF HK-LOCK-PROGRAM NOT = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO HK-TODAY
               MOVE FUNCTION CURRENT-DATE (9:2) TO HK-HH
               MOVE FUNCTION CURRENT-DATE (11:2) TO HK-MM
               MOVE FUNCTION CURRENT-DATE (13:2) TO HK-SS
               COMPUTE HK-NOW-SECS = HK-HH * 3600 + HK-MM * 60
                   + HK-SS
               MOVE HK-LOCK-TIME (1:2) TO HK-HH
               MOVE HK-LOCK-TIME (3:2) TO HK-MM
               MOVE HK-LOCK-TIME (5:2) TO HK-SS
               COMPUTE HK-THEN-SECS = HK-HH * 3600 + HK-MM * 60
                   + HK-SS
               COMPUTE HK-AGE-SECS = HK-NOW-SECS - HK-THEN-SECS
               IF HK-LOCK-DATE < HK-TODAY
                   OR HK-AGE-SECS > HK-STALE-SECS
                 SET HELD-LOCK-STALE TO TRUE
               ELSE
                 SET HELD-LOCK-HELD TO TRUE
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * TAKE-HELD-LOCK-PARA
      * ================================================================
       TAKE-HELD-LOCK-PARA.
           IF NOT HELD-LOCK-OURS
             PERFORM SET-HELD-LOCK-PARA
           END-IF.

      * ================================================================
      * SET-HELD-LOCK-PARA
      * ================================================================
       SET-HELD-LOCK-PARA.
           PERFORM CHECK-HELD-LOCK-PARA.
           IF HELD-LOCK-HELD
             DISPLAY WS-PROGRAM-NAME ": *** HELD FILE IN USE BY "
                     HK-LOCK-PROGRAM " SINCE " HK-LOCK-TIME (1:2) ":"
                     HK-LOCK-TIME (3:2) " - TRY AGAIN LATER ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF HELD-LOCK-STALE
             DISPLAY WS-PROGRAM-NAME ": STALE HELD-FILE LOCK FROM "
                     HK-LOCK-PROGRAM " (" HK-LOCK-DATE " "
                     HK-LOCK-TIME ") TAKEN OVER"
           END-IF.
           MOVE WS-PROGRAM-NAME TO HK-LOCK-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HK-LOCK-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HK-LOCK-TIME.
           OPEN OUTPUT HELDLOCK.
           WRITE HELDLOCK-REC FROM HK-LOCK-REC.
           CLOSE HELDLOCK.
           SET HELD-LOCK-OURS TO TRUE.

      * ================================================================
      * FREE-HELD-LOCK-PARA
      * ================================================================
       FREE-HELD-LOCK-PARA.
           CALL "CBL_DELETE_FILE" USING HK-LOCK-FNAME
               RETURNING HK-CBL-RC
           END-CALL.
           MOVE 'N' TO HK-OWN-SW.
