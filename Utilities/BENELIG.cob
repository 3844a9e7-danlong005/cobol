      * bridged twelve-year veteran is not fed to the carrier as
      * newly unvested.  The exchange is registered on the
      * interface control ledger.
      *
      * Where ./entityref.dta lists more than one employing company
      * each active entity's carrier gets its own feed - the home
      * entity's under the ./benelig.dta name, every other entity's
      * as ./benelig_<entity>.dta - with the entity code and
      * employer ID on the header, its own trailer and its own
      * ledger entry; the proof report covers them all, one block
      * per entity.  A transfer between entities keeps EMPHDT, so
      * the boundaries still walk from the original hire; the new
      * entity's carrier is told of the arrival by a TRANSFER-IN
      * line dated the day the employee joined it, in the month
      * that happens.  An employee on an unknown or closed entity
      * is fed nowhere and sets RC 4.  With no entityref.dta there
      * is one feed, exactly as before.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENELIG.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT BENFILE ASSIGN DYNAMIC WS-BEN-FNAME
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
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
                 88 BENH-IS-HEADER     VALUE 'HDR'.
              05 BENH-RUN-DATE   PIC     9(8).
              05 BENH-RUN-TIME   PIC     9(6).
              05 BENH-ENTITY     PIC     X(4).
              05 BENH-EMPLOYER-ID PIC   X(12).
              05 FILLER          PIC    X(52).
      *
           01 BENFILE-TRAILER REDEFINES BENFILE-REC.
              05 BENT-CODE       PIC     X(3).
              05 BENT-COUNT      PIC     9(7).
              05 BENT-HASH       PIC    9(10).
              05 FILLER          PIC    X(65).
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-EMPID-HASH   PIC       9(10) VALUE ZERO.
      *
      * One feed per active entity - WS-PASS-SLOT is the entity
      * table slot being fed (zero for the single feed of a shop
      * with no entityref.dta); the master is read once per feed,
      * and the read and unplaced counts are taken on the first
      * pass only.
           01 WS-BEN-FNAME    PIC       X(40).
           01 WS-PASS-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-PASS-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-IN-FEED-SW   PIC        X(1).
              88 EMP-IN-THIS-FEED    VALUE 'Y'.
              88 EMP-NOT-IN-FEED     VALUE 'N'.
           01 WS-NO-ENTITY    PIC        9(7) VALUE ZERO.
           01 WS-TOT-FEED-COUNT PIC      9(7) VALUE ZERO.
           01 WS-XFER-NAME    PIC       X(12) VALUE 'TRANSFER-IN'.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "ENTITY_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE EMPLOYEE.
           PERFORM OPEN-BRIDGE-PARA.
           PERFORM LOAD-ENTITIES-PARA.
           PERFORM OPEN-EMPENT-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './benelig_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
           MOVE 'BENELIG - ELIGIBILITY FEED PROOF' TO RP-TITLE.
           MOVE 'EMPID LAST NAME           BOUNDARY     DATE'
                TO RP-COLHDG.
           IF EN-COUNT > ZERO
             MOVE 'ENTITY' TO RP-COLHDG (51:6)
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.


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
      * Writes one complete carrier feed - header, the entity's
      * crossings, trailer - and registers it on the ledger.
      * ================================================================
       FEED-ONE-FILE-PARA.
           ADD 1 TO WS-PASS-COUNT.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-EMPID-HASH.
           MOVE SPACES TO WS-BEN-FNAME.
           IF WS-PASS-SLOT = ZERO OR WS-PASS-SLOT = EN-HOME-SLOT
             MOVE './benelig.dta' TO WS-BEN-FNAME
           ELSE
             STRING './benelig_' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SPACE
                    '.dta' DELIMITED BY SIZE
                    INTO WS-BEN-FNAME
             END-STRING
           END-IF.
           OPEN OUTPUT BENFILE.
           MOVE SPACES TO BENFILE-REC.
           SET BENH-IS-HEADER TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BENH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BENH-RUN-TIME.
           IF WS-PASS-SLOT > ZERO
             MOVE EN-TBL-CODE (WS-PASS-SLOT) TO BENH-ENTITY
             MOVE EN-TBL-EMPLOYER-ID (WS-PASS-SLOT)
                  TO BENH-EMPLOYER-ID
           END-IF.
           WRITE BENFILE-REC.
           OPEN INPUT EMPLOYEE.
           MOVE ' ' TO WS-EMP-EOF.
           READ EMPLOYEE INTO EMPLOYEE-FILE
                AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             IF WS-PASS-COUNT = 1
               ADD 1 TO WS-READ-COUNT
             END-IF
             SET EMP-NOT-IN-FEED TO TRUE
             IF EMP-ACTIVE
               PERFORM CHECK-FEED-ENTITY-PARA
             END-IF
             IF EMP-IN-THIS-FEED
                 AND EMPHDTY NUMERIC AND EMPHDTM NUMERIC
                 AND EMPHDTD NUMERIC
               MOVE EMPID TO SB-EMPID
               PERFORM TEST-ONE-EMP-PARA
                   VARYING WS-BOUND-IDX FROM 1 BY 1
                   UNTIL WS-BOUND-IDX > WS-BOUND-COUNT
               PERFORM TEST-TRANSFER-IN-PARA
             END-IF
             READ EMPLOYEE INTO EMPLOYEE-FILE
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.
           CLOSE EMPLOYEE.
           PERFORM WRITE-FEED-TRAILER-PARA.

      * ================================================================
      * CHECK-FEED-ENTITY-PARA
      * Is this active employee on the books of the entity being
      * fed?  One whose entity is not on entityref.dta, or is
      * closed, is counted once and fed nowhere.
      * ================================================================
       CHECK-FEED-ENTITY-PARA.
           SET EMP-IN-THIS-FEED TO TRUE.
           IF WS-PASS-SLOT > ZERO
             MOVE EMPID TO EN-CHK-EMPID
             PERFORM GET-EMP-ENTITY-PARA
             IF EN-SLOT NOT = WS-PASS-SLOT
               SET EMP-NOT-IN-FEED TO TRUE
             END-IF
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
      * TEST-TRANSFER-IN-PARA
      * An employee who joined this entity from another one in the
      * feed month goes to the new carrier as a TRANSFER-IN on the
      * day they joined - their eligibility carries over with their
      * service, so the carrier must not treat them as a new hire.
      * ================================================================
       TEST-TRANSFER-IN-PARA.
           IF WS-PASS-SLOT > ZERO AND EN-ENT-HIRE-DATE > ZERO
               AND EE-PRIOR-ENTITY NOT = SPACES
               AND EN-ENT-HIRE-DATE (1:6) = WS-FEED-MONTH
             MOVE EN-ENT-HIRE-DATE TO WS-BOUND-DATE
             MOVE SPACES TO BENFILE-REC
             MOVE EMPID TO BEN-EMPID
             MOVE EMPFNM TO BEN-FNM
             MOVE EMPLNM TO BEN-LNM
             MOVE WS-XFER-NAME TO BEN-BOUNDARY
             MOVE WS-BOUND-DATE TO BEN-DATE
             WRITE BENFILE-REC
             ADD 1 TO WS-FEED-COUNT
             ADD EMPID TO WS-EMPID-HASH
             MOVE SPACES TO RP-DETAIL
             MOVE EMPID TO RP-DETAIL (1:5)
             MOVE EMPLNM (1:20) TO RP-DETAIL (7:20)
             MOVE WS-XFER-NAME TO RP-DETAIL (28:12)
             MOVE WS-BOUND-DATE TO RP-DETAIL (41:8)
             MOVE EN-TBL-CODE (WS-PASS-SLOT) TO RP-DETAIL (51:4)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * TEST-ONE-EMP-PARA
           MOVE WS-BOUND-NAME (WS-BOUND-IDX)
                TO RP-DETAIL (28:12).
           MOVE WS-BOUND-DATE TO RP-DETAIL (41:8).
           IF WS-PASS-SLOT > ZERO
             MOVE EN-TBL-CODE (WS-PASS-SLOT) TO RP-DETAIL (51:4)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * WRITE-FEED-TRAILER-PARA
      * Closes one carrier feed with its trailer, proves it on the
      * report and registers it on the ledger - the home entity's
      * under the original counterparty, every other entity's under
      * its own code.
      * ================================================================
       WRITE-FEED-TRAILER-PARA.
           MOVE SPACES TO BENFILE-REC.
           SET BENT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO BENT-COUNT.
           MOVE WS-EMPID-HASH TO BENT-HASH.
           WRITE BENFILE-REC.
           CLOSE BENFILE.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF WS-PASS-SLOT = ZERO
             STRING WS-FEED-COUNT DELIMITED BY SIZE
                    ' CROSSING(S) FED, EMPID HASH '
                    DELIMITED BY SIZE
                    WS-EMPID-HASH DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
           ELSE
             STRING 'ENTITY ' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-FEED-COUNT DELIMITED BY SIZE
                    ' CROSSING(S) FED, EMPID HASH '
                    DELIMITED BY SIZE
                    WS-EMPID-HASH DELIMITED BY SIZE
                    ' - ' DELIMITED BY SIZE
                    WS-BEN-FNAME DELIMITED BY SPACE
                    INTO RP-DETAIL
             END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'BENELIG' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           IF WS-PASS-SLOT = ZERO OR WS-PASS-SLOT = EN-HOME-SLOT
             MOVE 'BENCARRIER' TO WS-IFL-COUNTERPARTY
           ELSE
             MOVE SPACES TO WS-IFL-COUNTERPARTY
             STRING 'BENCAR-' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SPACE
                    INTO WS-IFL-COUNTERPARTY
             END-STRING
           END-IF.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE WS-EMPID-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           ADD WS-FEED-COUNT TO WS-TOT-FEED-COUNT.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           PERFORM CLOSE-BRIDGE-PARA.
           PERFORM CLOSE-ENTITIES-PARA.
           IF WS-NO-ENTITY > 0
             MOVE SPACES TO RP-DETAIL
             STRING WS-NO-ENTITY DELIMITED BY SIZE
                    ' ACTIVE EMPLOYEE(S) ON AN UNKNOWN OR CLOSED '
                    DELIMITED BY SIZE
                    'ENTITY - NOT FED' DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             DISPLAY "BENELIG: " WS-NO-ENTITY " ACTIVE EMPLOYEE(S) "
                     "ON AN UNKNOWN OR CLOSED ENTITY - NOT FED - "
                     "RUN ENTMAINT"
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "BENELIG: " WS-TOT-FEED-COUNT " CROSSING(S) OF "
                   WS-READ-COUNT " RECORD(S) READ".
           IF WS-TOT-FEED-COUNT = ZERO OR WS-NO-ENTITY > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN LEGAL-ENTITY LOOKUP
      * ================================================================
       COPY "ENTITY_PARA.cob".
