      * (empmstr.dat), selects the active employees, and writes the
      * agreed payroll layout to ./payroll.dta - a header record
      * carrying the run date and time, one detail per employee
      * (EMPID, names, department, site, status, hire date and the
      * taxpayer ID from the confidential ./taxmstr.dat), and a
      * trailer carrying the record count and a hash total of the
      * EMPIDs - so the payroll side can mechanically verify what it
      * received instead of someone hand-copying output.dta and
      * hoping.  Employees on leave are unpaid and excluded, the
      * same as retired and terminated records.
      *
      * Where ./entityref.dta lists more than one employing company
      * each active entity gets its own feed, with its own header,
      * trailer and interface-ledger entry: the home entity's feed
      * keeps the ./payroll.dta name, every other entity's is
      * ./payroll_<entity>.dta.  The header carries the entity code
      * and its employer ID, and a transferred employee's hire date
      * in the new entity's feed is the date they joined it
      * (./empent.dat).  Employees whose entity is unknown or
      * closed are fed nowhere and set RC 4.  With no entityref.dta
      * there is one feed, exactly as before.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYXTRCT.
              ALTERNATE RECORD KEY IS EMPLNM WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT PAYFILE ASSIGN DYNAMIC WS-PAY-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT TAXMSTR ASSIGN TO './taxmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TX-EMPID OF TAXMSTR-REC
              ALTERNATE RECORD KEY IS TX-TAXID OF TAXMSTR-REC
              FILE STATUS IS WS-TAX-STATUS.
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
              05 PAY-SITE     PIC        X(4).
              05 PAY-STAT     PIC        X(1).
              05 PAY-HDT      PIC       X(10).
              05 PAY-TAXID    PIC        X(9).
      *
           01 PAYFILE-HEADER REDEFINES PAYFILE-REC.
              05 PAYH-CODE       PIC     X(3).
                 88 PAYH-IS-HEADER     VALUE 'HDR'.
              05 PAYH-RUN-DATE   PIC     9(8).
              05 PAYH-RUN-TIME   PIC     9(6).
              05 PAYH-ENTITY     PIC     X(4).
              05 PAYH-EMPLOYER-ID PIC   X(12).
              05 FILLER          PIC    X(60).
      *
           01 PAYFILE-TRAILER REDEFINES PAYFILE-REC.
              05 PAYT-CODE       PIC     X(3).
                 88 PAYT-IS-TRAILER    VALUE 'TRL'.
              05 PAYT-COUNT      PIC     9(7).
              05 PAYT-HASH       PIC    9(10).
              05 FILLER          PIC    X(73).
      *
           FD TAXMSTR.
           01 TAXMSTR-REC.
              COPY "TAXID-REC.cob".
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-TAX-STATUS   PIC        X(2).
              88 WS-TAX-OK           VALUE '00'.
           01 WS-TAX-SW       PIC        X(1) VALUE 'N'.
              88 TAX-AVAILABLE       VALUE 'Y'.
              88 TAX-UNAVAILABLE     VALUE 'N'.
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-PAY-COUNT    PIC        9(7) VALUE ZERO.
           01 WS-NO-TAXID     PIC        9(7) VALUE ZERO.
      *
      * Hash total of the extracted EMPIDs - a plain sum, wide
      * enough that it cannot overflow before the record count
      * the EMPIDs it got and match both figures.
           01 WS-EMPID-HASH   PIC       9(10) VALUE ZERO.
      *
      * One feed per active entity - WS-PASS-SLOT is the entity
      * table slot being extracted (zero for the single feed of a
      * shop with no entityref.dta); the master is read once per
      * feed, and the read count and unplaced count are taken on
      * the first pass only.  The WS-TOT- figures are the run's
      * totals across every feed.
           01 WS-PAY-FNAME    PIC       X(40).
           01 WS-PASS-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-PASS-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-IN-FEED-SW   PIC        X(1).
              88 EMP-IN-THIS-FEED    VALUE 'Y'.
              88 EMP-NOT-IN-FEED     VALUE 'N'.
           01 WS-NO-ENTITY    PIC        9(7) VALUE ZERO.
           01 WS-TOT-PAY-COUNT PIC       9(7) VALUE ZERO.
           01 WS-TOT-NO-TAXID PIC        9(7) VALUE ZERO.
           01 WS-HIRE-DATE-X  PIC       X(10).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PAYXTRCT'.
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "IFLEDGER_DEF.cob".
      *
       COPY "ENTITY_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.

      * ================================================================
      * INITIALIZE-PARA
      * Opens the taxpayer-ID file and loads the entity table; the
      * master is opened per feed.
      * ================================================================
       INITIALIZE-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE EMPLOYEE.
           PERFORM LOAD-ENTITIES-PARA.
           PERFORM OPEN-EMPENT-PARA.
           OPEN INPUT TAXMSTR.
           IF WS-TAX-OK
             SET TAX-AVAILABLE TO TRUE
           ELSE
             SET TAX-UNAVAILABLE TO TRUE
             DISPLAY "PAYXTRCT: NO TAXMSTR.DAT - TAXPAYER IDS LEFT "
                     "BLANK"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * One feed for a single-company shop, otherwise one per
      * active entity.
      * ================================================================
       PROCESS-PARA.
           IF EN-COUNT = ZERO
             MOVE ZERO TO WS-PASS-SLOT
             PERFORM EXTRACT-ONE-FEED-PARA
           ELSE
             PERFORM EXTRACT-ENTITY-FEED-PARA
                 VARYING WS-PASS-SLOT FROM 1 BY 1
                 UNTIL WS-PASS-SLOT > EN-COUNT
           END-IF.

      * ================================================================
      * EXTRACT-ENTITY-FEED-PARA
      * ================================================================
       EXTRACT-ENTITY-FEED-PARA.
           IF EN-TBL-ACTIVE (WS-PASS-SLOT) = 'Y'
             PERFORM EXTRACT-ONE-FEED-PARA
           END-IF.

      * ================================================================
      * EXTRACT-ONE-FEED-PARA
      * Writes one complete feed - header, one detail per active
      * employee in the entity, trailer - and registers it on the
      * interface ledger.
      * ================================================================
       EXTRACT-ONE-FEED-PARA.
           ADD 1 TO WS-PASS-COUNT.
           MOVE ZERO TO WS-PAY-COUNT.
           MOVE ZERO TO WS-EMPID-HASH.
           MOVE ZERO TO WS-NO-TAXID.
           MOVE SPACES TO WS-PAY-FNAME.
           IF WS-PASS-SLOT = ZERO OR WS-PASS-SLOT = EN-HOME-SLOT
             MOVE './payroll.dta' TO WS-PAY-FNAME
           ELSE
             STRING './payroll_' DELIMITED BY SIZE
                    EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SPACE
                    '.dta' DELIMITED BY SIZE
                    INTO WS-PAY-FNAME
             END-STRING
           END-IF.
           OPEN INPUT EMPLOYEE.
           OPEN OUTPUT PAYFILE.
           MOVE SPACES TO PAYFILE-REC.
           SET PAYH-IS-HEADER TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PAYH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PAYH-RUN-TIME.
           IF WS-PASS-SLOT > ZERO
             MOVE EN-TBL-CODE (WS-PASS-SLOT) TO PAYH-ENTITY
             MOVE EN-TBL-EMPLOYER-ID (WS-PASS-SLOT)
                  TO PAYH-EMPLOYER-ID
           END-IF.
           WRITE PAYFILE-REC.
           MOVE ' ' TO WS-EMP-EOF.
           READ EMPLOYEE INTO EMPLOYEE-FILE
                AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             IF WS-PASS-COUNT = 1
               ADD 1 TO WS-READ-COUNT
             END-IF
             IF EMP-ACTIVE OF EMPLOYEE-FILE
               PERFORM CHECK-FEED-ENTITY-PARA
               IF EMP-IN-THIS-FEED
                 PERFORM WRITE-PAY-DETAIL-PARA
               END-IF
             END-IF

             READ EMPLOYEE INTO EMPLOYEE-FILE
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.
           PERFORM WRITE-PAY-TRAILER-PARA.
           CLOSE EMPLOYEE.

      * ================================================================
      * CHECK-FEED-ENTITY-PARA
      * Is this employee on the books of the entity being fed?  An
      * employee whose entity is not on entityref.dta, or is
      * closed, is counted once and fed nowhere.
      * ================================================================
       CHECK-FEED-ENTITY-PARA.
           SET EMP-IN-THIS-FEED TO TRUE.
           MOVE SPACES TO WS-HIRE-DATE-X.
           IF WS-PASS-SLOT > ZERO
             MOVE EMPID OF EMPLOYEE-FILE TO EN-CHK-EMPID
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
             IF EN-ENT-HIRE-DATE > ZERO
               STRING EN-ENT-HIRE-DATE (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      EN-ENT-HIRE-DATE (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      EN-ENT-HIRE-DATE (7:2) DELIMITED BY SIZE
                      INTO WS-HIRE-DATE-X
               END-STRING
             END-IF
           END-IF.

      * ================================================================
      * WRITE-PAY-DETAIL-PARA
           MOVE EMPDPT OF EMPLOYEE-FILE TO PAY-DPT.
           MOVE EMPSITE OF EMPLOYEE-FILE TO PAY-SITE.
           MOVE EMPSTAT OF EMPLOYEE-FILE TO PAY-STAT.
           IF WS-HIRE-DATE-X NOT = SPACES
             MOVE WS-HIRE-DATE-X TO PAY-HDT
           ELSE
             MOVE EMPHDT OF EMPLOYEE-FILE TO PAY-HDT
           END-IF.
           IF TAX-AVAILABLE
             MOVE EMPID OF EMPLOYEE-FILE TO TX-EMPID OF TAXMSTR-REC
             READ TAXMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE TX-TAXID OF TAXMSTR-REC TO PAY-TAXID
             END-READ
           END-IF.
           IF PAY-TAXID = SPACES
             ADD 1 TO WS-NO-TAXID
           END-IF.
           WRITE PAYFILE-REC.
           ADD 1 TO WS-PAY-COUNT.
           ADD EMPID OF EMPLOYEE-FILE TO WS-EMPID-HASH.

      * ================================================================
      * WRITE-PAY-TRAILER-PARA
      * Writes the control trailer the payroll side verifies against
      * what it actually received, and registers the feed on the
      * interface ledger - the home entity's under the original
      * counterparty, every other entity's under its own code.
      * ================================================================
       WRITE-PAY-TRAILER-PARA.
           MOVE SPACES TO PAYFILE-REC.
           SET PAYT-IS-TRAILER TO TRUE.
           MOVE WS-PAY-COUNT TO PAYT-COUNT.
           MOVE WS-EMPID-HASH TO PAYT-HASH.
           WRITE PAYFILE-REC.
           CLOSE PAYFILE.
           IF WS-PASS-SLOT > ZERO
             DISPLAY "PAYXTRCT: ENTITY " EN-TBL-CODE (WS-PASS-SLOT)
                     " - " WS-PAY-FNAME
           END-IF.
           DISPLAY "PAYXTRCT: " WS-PAY-COUNT " ACTIVE EMPLOYEE(S) "
                   "EXTRACTED".
           DISPLAY "PAYXTRCT: EMPID HASH TOTAL " WS-EMPID-HASH.
           IF WS-NO-TAXID > 0
             DISPLAY "PAYXTRCT: " WS-NO-TAXID " EMPLOYEE(S) WITH NO "
                     "TAXPAYER ID - RUN TAXMAINT"
           END-IF.
           MOVE 'PAYROLL' TO WS-IFL-INTERFACE.
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
           MOVE WS-PAY-COUNT TO WS-IFL-COUNT.
           MOVE WS-EMPID-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           ADD WS-PAY-COUNT TO WS-TOT-PAY-COUNT.
           ADD WS-NO-TAXID TO WS-TOT-NO-TAXID.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           PERFORM CLOSE-ENTITIES-PARA.
           IF TAX-AVAILABLE
             CLOSE TAXMSTR
           END-IF.
           DISPLAY "PAYXTRCT: " WS-TOT-PAY-COUNT " ACTIVE EMPLOYEE(S) "
                   "EXTRACTED OF " WS-READ-COUNT " READ".
           IF WS-NO-ENTITY > 0
             DISPLAY "PAYXTRCT: " WS-NO-ENTITY " ACTIVE EMPLOYEE(S) "
                     "ON AN UNKNOWN OR CLOSED ENTITY - NOT FED - "
                     "RUN ENTMAINT"
           END-IF.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-NO-ENTITY TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-TOT-PAY-COUNT = ZERO OR WS-TOT-NO-TAXID > 0
               OR WS-NO-ENTITY > 0
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
