      *================================================================
      * HELDTRAN_PARA.COB
      * Two-person approval hold for the maintenance programs whose
      * sensitive changes must be passed by a second operator
      * before they touch the file (copybooks/HELDTRAN-REC.cob).
      *
      *    OPEN-HELD-FILE-PARA    copies ./heldtran.dta to
      *                           ./heldtran.new, applying on the
      *                           way through every item this
      *                           program held that a checker has
      *                           since released; PERFORM it once
      *                           the files the apply needs are open
      *    WRITE-HELD-TRAN-PARA   parks one transaction as a new
      *                           held item (see HELDTRAN_DEF.cob
      *                           for the fields)
      *    CLOSE-HELD-FILE-PARA   swaps ./heldtran.new into place at
      *                           the end of the run
      *
      * The run holds the held-file lock ./heldtran.lck
      * (HELDLOCK_PARA.cob) from OPEN-HELD-FILE-PARA until the new
      * file is renamed into place, so no other program can rebuild
      * the file in between; a busy lock ends the run RC 8.
      *
      * The program supplies APPLY-RELEASED-TRAN-PARA: move HT-TRAN
      * into its transaction record, apply and report it the way it
      * does its own transactions, and set HT-RELEASE-APPLIED or
      * HT-RELEASE-FAILED.  The hold check is off while it runs, and
      * the audit stamps carry the item's maker as the operator and
      * its checker in WS-AUDIT-CHECKER.
      *
      * COPY into the PROCEDURE DIVISION; first COPY HELDTRAN_DEF.cob
      * into WORKING-STORAGE and HELDTRAN-REC.cob into the HELDNEW
      * FD under 01 HELDNEW-REC, the input side carrying the record
      * as raw bytes under 01 HELDTRAN-REC PIC X(166), COPY
      * HELDLOCK_DEF.cob and HELDLOCK_PARA.cob as that copybook
      * says, and:
      *
      *    SELECT HELDTRAN ASSIGN TO './heldtran.dta'
      *        ORGANIZATION IS LINE SEQUENTIAL
      *        FILE STATUS IS HT-HELD-STATUS.
      *    SELECT HELDNEW  ASSIGN TO './heldtran.new'
      *        ORGANIZATION IS LINE SEQUENTIAL.
      *================================================================
       OPEN-HELD-FILE-PARA.
           PERFORM TAKE-HELD-LOCK-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HT-TODAY.
           OPEN OUTPUT HELDNEW.
           OPEN INPUT HELDTRAN.
           IF HT-HELD-FILE-OK
             MOVE ' ' TO HT-HELD-EOF
             READ HELDTRAN INTO HELDNEW-REC
                  AT END MOVE 'Y' TO HT-HELD-EOF
             END-READ
             PERFORM UNTIL HT-HELD-EOF = 'Y'
               IF HT-ID > HT-LAST-ID
                 MOVE HT-ID TO HT-LAST-ID
               END-IF
               IF HT-PROGRAM = WS-PROGRAM-NAME AND HT-IS-RELEASED
                 PERFORM APPLY-ONE-RELEASED-PARA
               END-IF
               WRITE HELDNEW-REC
               READ HELDTRAN INTO HELDNEW-REC
                    AT END MOVE 'Y' TO HT-HELD-EOF
               END-READ
             END-PERFORM
             CLOSE HELDTRAN
           END-IF.
           SET HT-HOLD-CHECK-ON TO TRUE.

      * ================================================================
      * APPLY-ONE-RELEASED-PARA
      * The released item goes through the program's own apply with
      * the maker and checker standing in for this run's operator,
      * and is marked applied or failed on the rewritten file.
      * ================================================================
       APPLY-ONE-RELEASED-PARA.
           ADD 1 TO HT-RELEASED-COUNT.
           DISPLAY WS-PROGRAM-NAME ": RELEASED ITEM " HT-ID " ("
                   HT-REASON ") MAKER " HT-MAKER " CHECKER "
                   HT-CHECKER.
           MOVE WS-AUDIT-OPERATOR TO HT-SAVE-OPERATOR.
           MOVE HT-MAKER TO WS-AUDIT-OPERATOR.
           MOVE HT-CHECKER TO WS-AUDIT-CHECKER.
           SET HT-HOLD-CHECK-OFF TO TRUE.
           SET HT-RELEASE-FAILED TO TRUE.
           PERFORM APPLY-RELEASED-TRAN-PARA.
           MOVE HT-SAVE-OPERATOR TO WS-AUDIT-OPERATOR.
           MOVE SPACES TO WS-AUDIT-CHECKER.
           MOVE HT-RELEASE-SW TO HT-STATUS.

      * ================================================================
      * WRITE-HELD-TRAN-PARA
      * ================================================================
       WRITE-HELD-TRAN-PARA.
           ADD 1 TO HT-LAST-ID.
           MOVE SPACES TO HELDNEW-REC.
           MOVE HT-LAST-ID TO HT-ID.
           MOVE WS-PROGRAM-NAME TO HT-PROGRAM.
           SET HT-IS-HELD TO TRUE.
           MOVE HT-HOLD-REASON TO HT-REASON.
           MOVE HT-TODAY TO HT-HELD-DATE.
           MOVE WS-AUDIT-OPERATOR TO HT-MAKER.
           MOVE ZERO TO HT-DECIDED-DATE.
           MOVE HT-HOLD-TRAN TO HT-TRAN.
           WRITE HELDNEW-REC.

      * ================================================================
      * CLOSE-HELD-FILE-PARA
      * The whole file was carried across, so the swap is always
      * safe.
      * ================================================================
       CLOSE-HELD-FILE-PARA.
           CLOSE HELDNEW.
           MOVE './heldtran.dta' TO HT-DELETE-FNAME.
           CALL "CBL_DELETE_FILE" USING HT-DELETE-FNAME
               RETURNING HT-CBL-RC
           END-CALL.
           CALL "CBL_RENAME_FILE" USING './heldtran.new'
               HT-DELETE-FNAME RETURNING HT-CBL-RC
           END-CALL.
           PERFORM FREE-HELD-LOCK-PARA.
