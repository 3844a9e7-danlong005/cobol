      *================================================================
      * BONUSPAY
      * Bonus release - the second half of the bonus cycle.  Once
      * the register BONUSALC printed has been approved, an
      * approver-class operator runs this step to turn the
      * allocation file (./bonusalloc.dta, copybooks/
      * BONUSALC-REC.cob) into the one-time-payment file for the
      * payroll bureau, on the RATEFEED pattern:
      *
      *    ./bonusfeed.dta  HDR  generation number, run date/time
      *                     detail  EMPID, pay type BON, amount,
      *                             bonus year
      *                     TRL  record count and money total, so
      *                          the bureau can balance the file
      *                          mechanically
      *
      * Nothing is written until the allocation proves out: every
      * line must be for the bonus year bonus.parm names, and each
      * department's allocation must equal its bonus.parm pool to
      * the penny - a pool with no allocation, an allocation with no
      * pool, or a hand-edited amount all stop the release with
      * RETURN-CODE 8 and the differences listed.
      *
      * Each release is recorded by bonus year and generation on
      * ./bonussent.dta, and a year already released is refused -
      * a one-time payment goes once.  The file is registered on
      * the interface ledger as BONUSFEED to PAYBUREAU.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUSPAY.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BONUSPARM ASSIGN TO './bonus.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT BONUSALLOC ASSIGN TO './bonusalloc.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALLOC-STATUS.
      *
              SELECT BONUSSENT ASSIGN TO './bonussent.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
      *
              SELECT BONUSFILE ASSIGN TO './bonusfeed.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
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
           FD BONUSPARM.
           01 BONUSPARM-REC.
              COPY "BONUSPARM-REC.cob".
      *
           FD BONUSALLOC.
           01 BONUSALLOC-REC.
              COPY "BONUSALC-REC.cob".
      *
           FD BONUSSENT.
           01 BONUSSENT-REC.
              05 BS-YEAR      PIC        9(4).
              05 FILLER       PIC        X(1).
              05 BS-GEN       PIC        9(5).
              05 FILLER       PIC        X(1).
              05 BS-RUN-DATE  PIC        9(8).
              05 FILLER       PIC        X(1).
              05 BS-OPERATOR  PIC        X(8).
      *
           FD BONUSFILE.
           01 BONUSFILE-REC.
              05 BF-EMPID     PIC        9(5).
              05 BF-PAY-TYPE  PIC        X(3).
              05 BF-AMOUNT    PIC    9(7)V99.
              05 BF-YEAR      PIC        9(4).
              05 FILLER       PIC        X(3).
      *
           01 BONUSFILE-HEADER REDEFINES BONUSFILE-REC.
              05 BFH-CODE        PIC     X(3).
                 88 BFH-IS-HEADER      VALUE 'HDR'.
              05 BFH-GEN         PIC     9(5).
              05 BFH-RUN-DATE    PIC     9(8).
              05 BFH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC     X(2).
      *
           01 BONUSFILE-TRAILER REDEFINES BONUSFILE-REC.
              05 BFT-CODE        PIC     X(3).
                 88 BFT-IS-TRAILER     VALUE 'TRL'.
              05 BFT-COUNT       PIC     9(7).
              05 BFT-MONEY       PIC  9(11)V99.
              05 FILLER          PIC     X(1).
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
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
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-ALLOC-EOF    PIC        A(1).
           01 WS-SENT-EOF     PIC        A(1).
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-ALLOC-STATUS PIC        X(2).
              88 WS-ALLOC-OK         VALUE '00'.
           01 WS-SENT-STATUS  PIC        X(2).
              88 WS-SENT-OK          VALUE '00'.
      *
           01 WS-BONUS-YEAR   PIC        9(4) VALUE ZERO.
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-RELEASED-SW  PIC        X(1) VALUE 'N'.
              88 YEAR-ALREADY-RELEASED  VALUE 'Y'.
      *
      * The pools as bonus.parm states them, against what the
      * allocation file adds up to.
           01 WS-POOL-TBL.
              05 WS-POOL-ENTRY OCCURS 50 TIMES.
                 10 WS-POOL-DEPT      PIC  X(4).
                 10 WS-POOL-AMOUNT    PIC 9(9)V99.
                 10 WS-POOL-ALLOC     PIC 9(9)V99.
           01 WS-POOL-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-POOL-IDX     PIC        9(2) VALUE ZERO.
           01 WS-POOL-SLOT    PIC        9(2) VALUE ZERO.
      *
           01 WS-ALLOC-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-WRONG-YEAR-COUNT PIC    9(5) VALUE ZERO.
           01 WS-NOPOOL-COUNT PIC        9(5) VALUE ZERO.
           01 WS-UNBAL-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-MONEY-TOTAL  PIC   9(11)V99 VALUE ZERO.
           01 WS-POOL-TOTAL   PIC   9(11)V99 VALUE ZERO.
      *
           01 WS-MONEY-ED     PIC     Z,ZZZ,ZZ9.99.
           01 WS-MONEY-ED2    PIC     Z,ZZZ,ZZ9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'BONUSPAY'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "IFLEDGER_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * Approver sign-on, the pools, the release history, and the
      * balance proof - any failure ends the run before the feed
      * file is opened.
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM LOAD-POOLS-PARA.
           PERFORM LOAD-SENT-PARA.
           IF YEAR-ALREADY-RELEASED
             DISPLAY "BONUSPAY: *** BONUS YEAR " WS-BONUS-YEAR
                     " ALREADY RELEASED - NOTHING SENT ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM PROVE-ALLOCATION-PARA.
           IF WS-UNBAL-COUNT > 0 OR WS-WRONG-YEAR-COUNT > 0
               OR WS-NOPOOL-COUNT > 0
             DISPLAY "BONUSPAY: *** ALLOCATION DOES NOT BALANCE TO "
                     "BONUS.PARM - NOTHING SENT ***"
             MOVE WS-ALLOC-COUNT TO WS-RUNLOG-READ-TOTAL
             MOVE WS-ALLOC-COUNT TO WS-RUNLOG-REJECT-TOTAL
             PERFORM WRITE-RUNLOG-PARA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-GENERATION.
           OPEN OUTPUT BONUSFILE.
           MOVE SPACES TO BONUSFILE-REC.
           SET BFH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO BFH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BFH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BFH-RUN-TIME.
           WRITE BONUSFILE-REC.
           DISPLAY "BONUSPAY - BONUS YEAR " WS-BONUS-YEAR
                   " GENERATION " WS-GENERATION.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-POOLS-PARA
      * The department pools and the bonus year, read exactly as
      * BONUSALC read them.
      * ================================================================
       LOAD-POOLS-PARA.
           OPEN INPUT BONUSPARM.
           IF NOT WS-PARM-OK
             DISPLAY "BONUSPAY: *** NO BONUS.PARM ON HAND - "
                     "NOTHING SENT ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-PARM-EOF.
           READ BONUSPARM INTO BONUSPARM-REC
                AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           PERFORM UNTIL WS-PARM-EOF = 'Y'
             EVALUATE TRUE
               WHEN BONUSPARM-REC (1:1) = '*'
                 CONTINUE
               WHEN BP-DEPT = 'YEAR'
                 IF BP-YEAR NUMERIC
                   MOVE BP-YEAR TO WS-BONUS-YEAR
                 END-IF
               WHEN BP-DEPT (1:3) = 'RTG'
                 CONTINUE
               WHEN BP-DEPT NOT = SPACES
                   AND WS-POOL-COUNT < 50
                 IF BP-POOL NUMERIC
                   ADD 1 TO WS-POOL-COUNT
                   MOVE BP-DEPT TO WS-POOL-DEPT (WS-POOL-COUNT)
                   MOVE BP-POOL TO WS-POOL-AMOUNT (WS-POOL-COUNT)
                   MOVE ZERO TO WS-POOL-ALLOC (WS-POOL-COUNT)
                   ADD BP-POOL TO WS-POOL-TOTAL
                 END-IF
             END-EVALUATE
             READ BONUSPARM INTO BONUSPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
           END-PERFORM.
           CLOSE BONUSPARM.
           IF WS-BONUS-YEAR = ZERO
             MOVE FUNCTION CURRENT-DATE (1:4) TO WS-BONUS-YEAR
             SUBTRACT 1 FROM WS-BONUS-YEAR
           END-IF.

      * ================================================================
      * LOAD-SENT-PARA
      * The release history - the last generation sent, and whether
      * this bonus year is already among them.
      * ================================================================
       LOAD-SENT-PARA.
           OPEN INPUT BONUSSENT.
           IF WS-SENT-OK
             MOVE ' ' TO WS-SENT-EOF
             READ BONUSSENT INTO BONUSSENT-REC
                  AT END MOVE 'Y' TO WS-SENT-EOF
             END-READ
             PERFORM UNTIL WS-SENT-EOF = 'Y'
               IF BS-GEN NUMERIC
                 MOVE BS-GEN TO WS-GENERATION
               END-IF
               IF BS-YEAR = WS-BONUS-YEAR
                 SET YEAR-ALREADY-RELEASED TO TRUE
               END-IF
               READ BONUSSENT INTO BONUSSENT-REC
                    AT END MOVE 'Y' TO WS-SENT-EOF
               END-READ
             END-PERFORM
             CLOSE BONUSSENT
           END-IF.

      * ================================================================
      * PROVE-ALLOCATION-PARA
      * One pass of the allocation adding each department up, then
      * every pool held against its total.
      * ================================================================
       PROVE-ALLOCATION-PARA.
           OPEN INPUT BONUSALLOC.
           IF NOT WS-ALLOC-OK
             DISPLAY "BONUSPAY: *** NO BONUSALLOC.DTA - RUN "
                     "BONUSALC FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-ALLOC-EOF.
           READ BONUSALLOC INTO BONUSALLOC-REC
                AT END MOVE 'Y' TO WS-ALLOC-EOF
           END-READ.
           PERFORM UNTIL WS-ALLOC-EOF = 'Y'
             ADD 1 TO WS-ALLOC-COUNT
             PERFORM TALLY-ONE-ALLOC-PARA
             READ BONUSALLOC INTO BONUSALLOC-REC
                  AT END MOVE 'Y' TO WS-ALLOC-EOF
             END-READ
           END-PERFORM.
           CLOSE BONUSALLOC.
           PERFORM CHECK-ONE-POOL-PARA
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT.

      * ================================================================
      * TALLY-ONE-ALLOC-PARA
      * ================================================================
       TALLY-ONE-ALLOC-PARA.
           IF BA-YEAR NOT = WS-BONUS-YEAR
             ADD 1 TO WS-WRONG-YEAR-COUNT
             DISPLAY "BONUSPAY: EMPID " BA-EMPID " ALLOCATED FOR "
                     "YEAR " BA-YEAR " NOT " WS-BONUS-YEAR
           ELSE
             PERFORM FIND-ALLOC-POOL-PARA
             IF WS-POOL-SLOT = 0
               ADD 1 TO WS-NOPOOL-COUNT
               DISPLAY "BONUSPAY: EMPID " BA-EMPID " ALLOCATED FROM "
                       "DEPT " BA-DEPT " - NO SUCH POOL"
             ELSE
               ADD BA-AMOUNT TO WS-POOL-ALLOC (WS-POOL-SLOT)
             END-IF
           END-IF.

      * ================================================================
      * FIND-ALLOC-POOL-PARA
      * ================================================================
       FIND-ALLOC-POOL-PARA.
           MOVE ZERO TO WS-POOL-SLOT.
           PERFORM FIND-POOL-PARA
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT
                  OR WS-POOL-SLOT > 0.

      * ================================================================
      * FIND-POOL-PARA
      * ================================================================
       FIND-POOL-PARA.
           IF WS-POOL-DEPT (WS-POOL-IDX) = BA-DEPT
             MOVE WS-POOL-IDX TO WS-POOL-SLOT
           END-IF.

      * ================================================================
      * CHECK-ONE-POOL-PARA
      * ================================================================
       CHECK-ONE-POOL-PARA.
           IF WS-POOL-ALLOC (WS-POOL-IDX)
               NOT = WS-POOL-AMOUNT (WS-POOL-IDX)
             ADD 1 TO WS-UNBAL-COUNT
             MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-MONEY-ED
             MOVE WS-POOL-ALLOC (WS-POOL-IDX) TO WS-MONEY-ED2
             DISPLAY "BONUSPAY: DEPT " WS-POOL-DEPT (WS-POOL-IDX)
                     " POOL " WS-MONEY-ED " ALLOCATED " WS-MONEY-ED2
                     " - OUT OF BALANCE"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * The proven allocation, one payment line per non-zero share.
      * ================================================================
       PROCESS-PARA.
           OPEN INPUT BONUSALLOC.
           MOVE ' ' TO WS-ALLOC-EOF.
           READ BONUSALLOC INTO BONUSALLOC-REC
                AT END MOVE 'Y' TO WS-ALLOC-EOF
           END-READ.
           PERFORM UNTIL WS-ALLOC-EOF = 'Y'
             IF BA-AMOUNT > ZERO
               PERFORM WRITE-FEED-DETAIL-PARA
             END-IF
             READ BONUSALLOC INTO BONUSALLOC-REC
                  AT END MOVE 'Y' TO WS-ALLOC-EOF
             END-READ
           END-PERFORM.
           CLOSE BONUSALLOC.

      * ================================================================
      * WRITE-FEED-DETAIL-PARA
      * ================================================================
       WRITE-FEED-DETAIL-PARA.
           MOVE SPACES TO BONUSFILE-REC.
           MOVE BA-EMPID TO BF-EMPID.
           MOVE 'BON' TO BF-PAY-TYPE.
           MOVE BA-AMOUNT TO BF-AMOUNT.
           MOVE BA-YEAR TO BF-YEAR.
           WRITE BONUSFILE-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD BA-AMOUNT TO WS-MONEY-TOTAL.

      * ================================================================
      * TERMINATE-PARA
      * Writes the money control trailer, records the release, and
      * registers the file on the interface ledger.
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO BONUSFILE-REC.
           SET BFT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO BFT-COUNT.
           MOVE WS-MONEY-TOTAL TO BFT-MONEY.
           WRITE BONUSFILE-REC.
           CLOSE BONUSFILE.
           OPEN EXTEND BONUSSENT.
           IF NOT WS-SENT-OK
             OPEN OUTPUT BONUSSENT
           END-IF.
           MOVE SPACES TO BONUSSENT-REC.
           MOVE WS-BONUS-YEAR TO BS-YEAR.
           MOVE WS-GENERATION TO BS-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BS-RUN-DATE.
           MOVE WS-AUDIT-OPERATOR TO BS-OPERATOR.
           WRITE BONUSSENT-REC.
           CLOSE BONUSSENT.
           DISPLAY "----------------------------------------------".
           DISPLAY "BONUSPAY: " WS-FEED-COUNT " PAYMENT(S) SENT OF "
                   WS-ALLOC-COUNT " ALLOCATION LINE(S)".
           DISPLAY "BONUSPAY: BONUS MONEY TOTAL " WS-MONEY-TOTAL
                   " AGAINST POOLS " WS-POOL-TOTAL.
           MOVE 'BONUSFEED' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'PAYBUREAU' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-ALLOC-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-FEED-COUNT = ZERO
             DISPLAY "BONUSPAY: NO NON-ZERO BONUS TO SEND"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
