      * last-sent figure stays home; a new or changed one goes, and
      * the state file is rewritten (through ./ratesent.new, the
      * HOUSEKEEP way) for the next generation.
      *
      * Where ./entityref.dta lists more than one employing company
      * each active entity's bureau gets its own feed of the same
      * generation - the home entity's under the ./ratefeed.dta
      * name, every other entity's as ./ratefeed_<entity>.dta - with
      * the entity code and employer ID on the header, its own
      * trailer and its own interface-ledger entry.  The state file
      * remembers which entity each rate was sent to (blank is the
      * home entity), so a transferred employee's rate goes to the
      * new entity's bureau even when it has not changed.  An
      * employee on an unknown or closed entity is fed nowhere and
      * sets RC 4.  With no entityref.dta there is one feed,
      * exactly as before.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEFEED.
              SELECT RATESENTNEW ASSIGN TO './ratesent.new'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RATEFILE ASSIGN DYNAMIC WS-RATE-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT ENTITYREF ASSIGN TO './entityref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EN-REF-STATUS.
      *
              SELECT EMPENT ASSIGN TO './empent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EE-EMPID
              FILE STATUS IS EN-EMP-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              05 RS-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 RS-SALARY    PIC    9(7)V99.
              05 FILLER       PIC        X(1).
              05 RS-ENTITY    PIC        X(4).
           01 RATESENT-GEN REDEFINES RATESENT-REC.
              05 RSG-CODE     PIC        X(3).
                 88 RS-IS-GEN         VALUE 'GEN'.
              05 FILLER       PIC        X(1).
              05 RSG-NUMBER   PIC        9(5).
              05 FILLER       PIC       X(11).
      *
           FD RATESENTNEW.
           01 RATESENTNEW-REC  PIC       X(20).
      *
           FD RATEFILE.
           01 RATEFILE-REC.
              05 RFH-RUN-DATE    PIC     9(8).
              05 RFH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC     X(2).
              05 RFH-ENTITY      PIC     X(4).
              05 RFH-EMPLOYER-ID PIC    X(12).
      *
           01 RATEFILE-TRAILER REDEFINES RATEFILE-REC.
              05 RFT-CODE        PIC     X(3).
              05 RFT-COUNT       PIC     9(7).
              05 RFT-MONEY       PIC  9(11)V99.
              05 FILLER          PIC     X(1).
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              05 WS-SENT-ENTRY OCCURS 1000 TIMES.
                 10 WS-SENT-EMPID     PIC  9(5).
                 10 WS-SENT-SALARY    PIC 9(7)V99.
                 10 WS-SENT-ENTITY    PIC  X(4).
           01 WS-SENT-COUNT   PIC        9(4) VALUE ZERO.
           01 WS-SENT-IDX     PIC        9(4) VALUE ZERO.
           01 WS-SENT-SLOT    PIC        9(4) VALUE ZERO.
           01 WS-SKIP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-MONEY-TOTAL  PIC   9(11)V99 VALUE ZERO.
      *
      * One feed per active entity - WS-PASS-SLOT is the entity
      * table slot being fed (zero for the single feed of a shop
      * with no entityref.dta); compmstr.dat is read once per
      * feed, and the read, skip and unplaced counts are taken on
      * the first pass only.
           01 WS-RATE-FNAME   PIC       X(40).
           01 WS-PASS-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-PASS-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-NO-ENTITY    PIC        9(5) VALUE ZERO.
           01 WS-TOT-FEED-COUNT PIC      9(7) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'RATEFEED'.
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "IFLEDGER_DEF.cob".
      *
       COPY "ENTITY_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE COMPMSTR.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "RATEFEED: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-ENTITIES-PARA.
           PERFORM OPEN-EMPENT-PARA.
           PERFORM LOAD-SENT-PARA.
           ADD 1 TO WS-GENERATION.
           OPEN OUTPUT RATESENTNEW.
           MOVE SPACES TO RATESENTNEW-REC.
           STRING 'GEN ' DELIMITED BY SIZE
                        TO WS-SENT-EMPID (WS-SENT-COUNT)
                   MOVE RS-SALARY
                        TO WS-SENT-SALARY (WS-SENT-COUNT)
                   MOVE RS-ENTITY
                        TO WS-SENT-ENTITY (WS-SENT-COUNT)
                   IF RS-ENTITY = SPACES AND EN-COUNT > ZERO
                     MOVE EN-TBL-CODE (EN-HOME-SLOT)
                          TO WS-SENT-ENTITY (WS-SENT-COUNT)
                   END-IF
                 END-IF
               END-IF
               READ RATESENT INTO RATESENT-REC

      * ================================================================
      * PROCESS-PARA
      * One feed for a single-company shop, otherwise one per
      * active entity.
      * ================================================================
       PROCESS-PARA.
           IF EN-COUNT = ZERO
             MOVE ZERO TO WS-PASS-SLOT
             PERFORM FEED-ONE-FILE-PARA
           ELSE
             PERFORM FEED-ENTITY-FILE-PARA
                 VARYING WS-PASS-SLOT FROM 1 BY 1
                 UNTIL WS-PASS-SLOT > EN-COUNT
           END-IF.

      * ================================================================
      * FEED-ENTITY-FILE-PARA
      * ================================================================
       FEED-ENTITY-FILE-PARA.
           IF EN-TBL-ACTIVE (WS-PASS-SLOT) = 'Y'
             PERFORM FEED-ONE-FILE-PARA
           END-IF.

      * ================================================================
      * FEED-ONE-FILE-PARA
      * Writes one complete feed - header, the changed rates of the
      * entity's active employees, money trailer - and registers it
      * on the interface ledger.
      * ================================================================
       FEED-ONE-FILE-PARA.
           ADD 1 TO WS-PASS-COUNT.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-MONEY-TOTAL.
           MOVE SPACES TO WS-RATE-FNAME.
           IF WS-PASS-SLOT = ZERO OR WS-PASS-SLOT = EN-HOME-SLOT
             MOVE './ratefeed.dta' TO WS-RATE-FNAME
           ELSE
             STRING './ratefeed_' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SPACE
                    '.dta' DELIMITED BY SIZE
                    INTO WS-RATE-FNAME
             END-STRING
           END-IF.
           OPEN OUTPUT RATEFILE.
           MOVE SPACES TO RATEFILE-REC.
           SET RFH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO RFH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RFH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RFH-RUN-TIME.
           IF WS-PASS-SLOT > ZERO
             MOVE EN-TBL-CODE (WS-PASS-SLOT) TO RFH-ENTITY
             MOVE EN-TBL-EMPLOYER-ID (WS-PASS-SLOT)
                  TO RFH-EMPLOYER-ID
           END-IF.
           WRITE RATEFILE-REC.
           OPEN INPUT COMPMSTR.
           MOVE ' ' TO WS-COMP-EOF.
           READ COMPMSTR INTO COMPMSTR-REC
                AT END MOVE 'Y' TO WS-COMP-EOF
           END-READ.
           PERFORM UNTIL WS-COMP-EOF = 'Y'
             IF WS-PASS-COUNT = 1
               ADD 1 TO WS-READ-COUNT
             END-IF
             PERFORM FEED-ONE-RATE-PARA

             READ COMPMSTR INTO COMPMSTR-REC
                  AT END MOVE 'Y' TO WS-COMP-EOF
             END-READ
           END-PERFORM.
           CLOSE COMPMSTR.
           PERFORM WRITE-RATE-TRAILER-PARA.

      * ================================================================
      * FEED-ONE-RATE-PARA
      * Only an active employee's rate travels, only to the bureau
      * of the entity they are on the books of, and only when it
      * differs from the rate (or the entity) that bureau was last
      * fed.  Every active rate - sent or not - lands on the next
      * generation's state file, once, in its own entity's pass.
      * ================================================================
       FEED-ONE-RATE-PARA.
           MOVE CMP-EMPID OF COMPMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 IF WS-PASS-COUNT = 1
                   ADD 1 TO WS-SKIP-COUNT
                 END-IF
               NOT INVALID KEY
                 IF NOT EMP-ACTIVE OF EMPLOYEE-FILE
                   IF WS-PASS-COUNT = 1
                     ADD 1 TO WS-SKIP-COUNT
                   END-IF
                 ELSE
                   PERFORM CHECK-RATE-ENTITY-PARA
                   IF EN-SLOT = WS-PASS-SLOT
                     PERFORM FEED-IF-CHANGED-PARA
                   END-IF
                 END-IF
           END-READ.

      * ================================================================
      * CHECK-RATE-ENTITY-PARA
      * Which entity the employee is on - counted once, on the
      * first pass, when that entity is unknown or closed.
      * ================================================================
       CHECK-RATE-ENTITY-PARA.
           MOVE ZERO TO EN-SLOT.
           MOVE SPACES TO EN-ENTITY.
           IF WS-PASS-SLOT > ZERO
             MOVE CMP-EMPID OF COMPMSTR-REC TO EN-CHK-EMPID
             PERFORM GET-EMP-ENTITY-PARA
             IF WS-PASS-COUNT = 1
               IF EN-SLOT = ZERO
                 ADD 1 TO WS-NO-ENTITY
               ELSE
                 IF EN-TBL-ACTIVE (EN-SLOT) NOT = 'Y'
                   ADD 1 TO WS-NO-ENTITY
                 END-IF
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * FEED-IF-CHANGED-PARA
      * ================================================================
       FEED-IF-CHANGED-PARA.
           MOVE ZERO TO WS-SENT-SLOT.
           PERFORM FIND-SENT-PARA
               VARYING WS-SENT-IDX FROM 1 BY 1
               UNTIL WS-SENT-IDX > WS-SENT-COUNT
                  OR WS-SENT-SLOT > 0.
           IF WS-SENT-SLOT = 0
             PERFORM WRITE-FEED-DETAIL-PARA
           ELSE
             IF WS-SENT-SALARY (WS-SENT-SLOT)
                    NOT = CMP-SALARY OF COMPMSTR-REC
                 OR WS-SENT-ENTITY (WS-SENT-SLOT) NOT = EN-ENTITY
               PERFORM WRITE-FEED-DETAIL-PARA
             END-IF
           END-IF.
           PERFORM WRITE-STATE-LINE-PARA.

      * ================================================================
      * FIND-SENT-PARA
      * ================================================================
                TO RATESENTNEW-REC (1:5).
           MOVE CMP-SALARY OF COMPMSTR-REC
                TO RATESENTNEW-REC (7:9).
           MOVE EN-ENTITY TO RATESENTNEW-REC (17:4).
           WRITE RATESENTNEW-REC.

      * ================================================================
      * WRITE-RATE-TRAILER-PARA
      * Writes the money control trailer and registers the feed on
      * the interface ledger - the home entity's under the original
      * counterparty, every other entity's under its own code.
      * ================================================================
       WRITE-RATE-TRAILER-PARA.
           MOVE SPACES TO RATEFILE-REC.
           SET RFT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO RFT-COUNT.
           MOVE WS-MONEY-TOTAL TO RFT-MONEY.
           WRITE RATEFILE-REC.
           CLOSE RATEFILE.
           IF WS-PASS-SLOT > ZERO
             DISPLAY "RATEFEED: ENTITY " EN-TBL-CODE (WS-PASS-SLOT)
                     " - " WS-FEED-COUNT " RATE(S) TO " WS-RATE-FNAME
           END-IF.
           DISPLAY "RATEFEED: SALARY MONEY TOTAL " WS-MONEY-TOTAL.
           MOVE 'RATEFEED' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           IF WS-PASS-SLOT = ZERO OR WS-PASS-SLOT = EN-HOME-SLOT
             MOVE 'PAYBUREAU' TO WS-IFL-COUNTERPARTY
           ELSE
             MOVE SPACES TO WS-IFL-COUNTERPARTY
             STRING 'PAYBUR-' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SPACE
                    INTO WS-IFL-COUNTERPARTY
             END-STRING
           END-IF.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           ADD WS-FEED-COUNT TO WS-TOT-FEED-COUNT.

      * ================================================================
      * TERMINATE-PARA
      * Swaps the new state file in for the next generation.
      * ================================================================
       TERMINATE-PARA.
           CLOSE RATESENTNEW.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-ENTITIES-PARA.
           MOVE './ratesent.dta' TO WS-DELETE-FNAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
               RETURNING WS-CBL-RC
               WS-DELETE-FNAME RETURNING WS-CBL-RC
           END-CALL.
           DISPLAY "----------------------------------------------".
           DISPLAY "RATEFEED: " WS-TOT-FEED-COUNT " RATE(S) SENT OF "
                   WS-READ-COUNT " COMP RECORD(S), "
                   WS-SKIP-COUNT " NOT ACTIVE".
           IF WS-NO-ENTITY > 0
             DISPLAY "RATEFEED: " WS-NO-ENTITY " ACTIVE EMPLOYEE(S) "
                     "ON AN UNKNOWN OR CLOSED ENTITY - NOT FED - "
                     "RUN ENTMAINT"
           END-IF.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-NO-ENTITY TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-TOT-FEED-COUNT = ZERO
             DISPLAY "RATEFEED: NO RATE CHANGED SINCE GENERATION "
                     "LAST SENT"
           END-IF.
           IF WS-TOT-FEED-COUNT = ZERO OR WS-NO-ENTITY > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
      * ================================================================
      * COPY IN LEGAL-ENTITY LOOKUP
      * ================================================================
       COPY "ENTITY_PARA.cob".
