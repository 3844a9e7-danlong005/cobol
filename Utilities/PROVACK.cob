      *================================================================
      * PROVACK
      * Inbound access-provisioning acknowledgement reconciliation,
      * on the PAYACK pattern.  Facilities and IT each return an
      * acknowledgement of the provisioning file PROVFEED sent them
      * - ./provback.dta for badging (./provbadge.dta), ./provdack.dta
      * for the directory (./provdir.dta) - laid out:
      *
      *    HDR  cols 1-3 'HDR', cols 4-11 ack date YYYYMMDD,
      *         cols 12-16 generation acknowledged
      *    ACK  cols 1-3 'ACK', cols 4-7 event, cols 8-12 EMPID -
      *         one line per event applied
      *    REJ  cols 1-3 'REJ', cols 4-7 event, cols 8-12 EMPID,
      *         cols 13-42 reason - one line per event refused
      *    TRL  cols 1-3 'TRL', cols 4-10 record count applied
      *
      * Each side is balanced against the trailer of the file sent:
      * applied plus refused must equal the count sent, and the
      * acknowledgement must be for the generation sent.  Refused
      * events are listed so they can be worked.
      *
      * Every revoke PROVFEED sent is on the outstanding-revoke file
      * (./provrevk.dta, copybooks/PROVREVK-REC.cob) until both
      * sides have acknowledged it.  A revoke whose generation has
      * been acknowledged (or should have been - the generation
      * sent, when a side sent nothing back) but which that side
      * did not confirm is a badge or login still live for someone
      * who has left: each is listed and raised as a severity-8
      * alert.  A missing or unbalanced acknowledgement is a
      * severity-8 alert too.  An ACK line confirms the revoke for
      * its EMPID in the generation acknowledged only.  The file is
      * rewritten with the revokes still open; more than 2000 of
      * them stops the run RC 12 with the file untouched.  Each
      * acknowledgement is registered on
      * the interface ledger (PROVBADGEACK from FACILITIES,
      * PROVDIRACK from ITDIRECTORY).  RC 8 on any alert, 4 when
      * events were refused.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVACK.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ACKFILE ASSIGN DYNAMIC WS-ACK-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACK-STATUS.
      *
              SELECT SENTFILE ASSIGN DYNAMIC WS-SENT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SENT-STATUS.
      *
              SELECT REVKFILE ASSIGN TO './provrevk.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVK-STATUS.
      *
              SELECT ALERTS ASSIGN TO './alerts.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD ACKFILE.
           01 ACKFILE-REC      PIC       X(80).
      *
           01 ACKFILE-HDR REDEFINES ACKFILE-REC.
              05 ACKH-CODE       PIC     X(3).
                 88 ACK-IS-HEADER      VALUE 'HDR'.
              05 ACKH-DATE       PIC     9(8).
              05 ACKH-GEN        PIC     9(5).
              05 FILLER          PIC    X(64).
      *
           01 ACKFILE-DTL REDEFINES ACKFILE-REC.
              05 ACKD-CODE       PIC     X(3).
                 88 ACK-IS-APPLIED     VALUE 'ACK'.
                 88 ACK-IS-REJECT      VALUE 'REJ'.
              05 ACKD-EVENT      PIC     X(4).
                 88 ACKD-IS-REVOKE     VALUE 'REVK'.
              05 ACKD-EMPID      PIC     9(5).
              05 ACKD-REASON     PIC    X(30).
              05 FILLER          PIC    X(38).
      *
           01 ACKFILE-TRL REDEFINES ACKFILE-REC.
              05 ACKT-CODE       PIC     X(3).
                 88 ACK-IS-TRAILER     VALUE 'TRL'.
              05 ACKT-COUNT      PIC     9(7).
              05 FILLER          PIC    X(70).
      *
           FD SENTFILE.
           01 SENTFILE-REC     PIC       X(93).
      *
           01 SENTFILE-HEADER REDEFINES SENTFILE-REC.
              05 SNTH-CODE       PIC     X(3).
                 88 SNTH-IS-HEADER     VALUE 'HDR'.
              05 SNTH-GEN        PIC     9(5).
              05 FILLER          PIC    X(85).
      *
           01 SENTFILE-TRAILER REDEFINES SENTFILE-REC.
              05 SNTT-CODE       PIC     X(3).
                 88 SNTT-IS-TRAILER    VALUE 'TRL'.
              05 SNTT-COUNT      PIC     9(7).
              05 SNTT-HASH       PIC    9(10).
              05 FILLER          PIC    X(73).
      *
           FD REVKFILE.
           01 REVKFILE-REC.
              COPY "PROVREVK-REC.cob".
      *
           FD ALERTS.
           01 ALERT-REC.
              COPY "ALERT-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-ACK-FNAME    PIC       X(40).
           01 WS-SENT-FNAME   PIC       X(40).
           01 WS-ACK-EOF      PIC        A(1).
           01 WS-SENT-EOF     PIC        A(1).
           01 WS-REVK-EOF     PIC        A(1).
           01 WS-ACK-STATUS   PIC        X(2).
              88 WS-ACK-OK           VALUE '00'.
           01 WS-SENT-STATUS  PIC        X(2).
              88 WS-SENT-OK          VALUE '00'.
           01 WS-REVK-STATUS  PIC        X(2).
              88 WS-REVK-OK          VALUE '00'.
      *
      * The side being reconciled - B badging, D directory - and the
      * names it goes by on the console, the alerts and the ledger.
           01 WS-SIDE         PIC        X(1).
              88 SIDE-IS-BADGING     VALUE 'B'.
              88 SIDE-IS-DIRECTORY   VALUE 'D'.
           01 WS-SIDE-NAME    PIC       X(11).
      *
      * Our side of the balance - the file we sent - and theirs.
           01 WS-SENT-GEN     PIC        9(5).
           01 WS-SENT-COUNT   PIC        9(7).
           01 WS-SENT-TRL-SW  PIC        X(1).
              88 SENT-TRAILER-FOUND  VALUE 'Y'.
           01 WS-ACK-GEN      PIC        9(5).
           01 WS-ACK-COUNT    PIC        9(7).
           01 WS-ACK-HDR-SW   PIC        X(1).
              88 ACK-HEADER-FOUND    VALUE 'Y'.
           01 WS-ACK-TRL-SW   PIC        X(1).
              88 ACK-TRAILER-FOUND   VALUE 'Y'.
           01 WS-ACK-APPLIED  PIC        9(7).
           01 WS-ACK-HASH     PIC       9(10).
           01 WS-SIDE-REJ     PIC        9(5).
           01 WS-SIDE-OPEN    PIC        9(5).
      *
      * The outstanding revokes, as read and as marked off.
           01 WS-REVK-TBL.
              05 WS-REVK-ENTRY OCCURS 2000 TIMES.
                 10 WS-RV-EMPID       PIC 9(5).
                 10 WS-RV-EFF-DATE    PIC 9(8).
                 10 WS-RV-GEN         PIC 9(5).
                 10 WS-RV-BADGE-ACK   PIC X(1).
                 10 WS-RV-DIR-ACK     PIC X(1).
           01 WS-REVK-COUNT   PIC        9(4) VALUE ZERO.
           01 WS-REVK-IDX     PIC        9(4) VALUE ZERO.
           01 WS-REVK-KEPT    PIC        9(4) VALUE ZERO.
           01 WS-REVK-CLEARED PIC        9(4) VALUE ZERO.
           01 WS-MARK-SW      PIC        X(1).
              88 REVOKE-MARKED       VALUE 'Y'.
      *
           01 WS-READ-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-REJ-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-OPEN-COUNT   PIC        9(5) VALUE ZERO.
      *
      * Structured-alert fields for WRITE-ALERT-PARA (copybooks/
      * ALERT_PARA.cob).
           01 WS-ALERT-SEVERITY     PIC 9(1).
           01 WS-ALERT-CODE         PIC X(8).
           01 WS-ALERT-MSG          PIC X(60).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PROVACK'.
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
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           DISPLAY "PROVACK - PROVISIONING ACKNOWLEDGEMENT RECONCILE".
           DISPLAY "----------------------------------------------".
           PERFORM LOAD-REVOKES-PARA.

      * ================================================================
      * LOAD-REVOKES-PARA
      * ================================================================
       LOAD-REVOKES-PARA.
           OPEN INPUT REVKFILE.
           IF WS-REVK-OK
             MOVE ' ' TO WS-REVK-EOF
             READ REVKFILE
                  AT END MOVE 'Y' TO WS-REVK-EOF
             END-READ
             PERFORM UNTIL WS-REVK-EOF = 'Y'
               IF PR-EMPID NUMERIC AND PR-GEN NUMERIC
                 IF WS-REVK-COUNT < 2000
                   ADD 1 TO WS-REVK-COUNT
                   MOVE PR-EMPID TO WS-RV-EMPID (WS-REVK-COUNT)
                   MOVE PR-EFF-DATE TO WS-RV-EFF-DATE (WS-REVK-COUNT)
                   MOVE PR-GEN TO WS-RV-GEN (WS-REVK-COUNT)
                   MOVE PR-BADGE-ACK TO WS-RV-BADGE-ACK (WS-REVK-COUNT)
                   MOVE PR-DIR-ACK TO WS-RV-DIR-ACK (WS-REVK-COUNT)
                 ELSE
      *            Rewriting the file from a short table would lose
      *            the revokes left out, so nothing is reconciled.
                   DISPLAY "PROVACK: *** MORE THAN 2000 OPEN REVOKES "
                           "- REVOKE TABLE FULL - NOTHING "
                           "RECONCILED ***"
                   CLOSE REVKFILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
                 END-IF
               END-IF
               READ REVKFILE
                    AT END MOVE 'Y' TO WS-REVK-EOF
               END-READ
             END-PERFORM
             CLOSE REVKFILE
           END-IF.
           DISPLAY "PROVACK: " WS-REVK-COUNT " REVOKE(S) OUTSTANDING "
                   "FROM EARLIER FEEDS".

      * ================================================================
      * PROCESS-PARA
      * Each side in turn, against the same revoke table.
      * ================================================================
       PROCESS-PARA.
           SET SIDE-IS-BADGING TO TRUE.
           MOVE 'FACILITIES' TO WS-SIDE-NAME.
           MOVE './provback.dta' TO WS-ACK-FNAME.
           MOVE './provbadge.dta' TO WS-SENT-FNAME.
           PERFORM RECONCILE-SIDE-PARA.
           SET SIDE-IS-DIRECTORY TO TRUE.
           MOVE 'ITDIRECTORY' TO WS-SIDE-NAME.
           MOVE './provdack.dta' TO WS-ACK-FNAME.
           MOVE './provdir.dta' TO WS-SENT-FNAME.
           PERFORM RECONCILE-SIDE-PARA.

      * ================================================================
      * RECONCILE-SIDE-PARA
      * ================================================================
       RECONCILE-SIDE-PARA.
           MOVE ZERO TO WS-SENT-GEN WS-SENT-COUNT WS-ACK-GEN
                        WS-ACK-COUNT WS-ACK-APPLIED WS-ACK-HASH
                        WS-SIDE-REJ WS-SIDE-OPEN.
           MOVE 'N' TO WS-SENT-TRL-SW WS-ACK-HDR-SW WS-ACK-TRL-SW.
           PERFORM READ-SENT-FILE-PARA.
           OPEN INPUT ACKFILE.
           IF NOT WS-ACK-OK
             DISPLAY "PROVACK: *** NO ACKNOWLEDGEMENT FROM "
                     WS-SIDE-NAME " - STATUS " WS-ACK-STATUS " ***"
             MOVE 8 TO WS-ALERT-SEVERITY
             MOVE 'PROVNOAK' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING 'NO PROVISIONING ACKNOWLEDGEMENT FROM '
                    DELIMITED BY SIZE
                    WS-SIDE-NAME DELIMITED BY SPACE
                    INTO WS-ALERT-MSG
             END-STRING
             PERFORM WRITE-ALERT-PARA
      *      Nothing back at all: every revoke up to the generation
      *      sent is due and unconfirmed.
             MOVE WS-SENT-GEN TO WS-ACK-GEN
           ELSE
             PERFORM READ-ACK-FILE-PARA
             CLOSE ACKFILE
             PERFORM BALANCE-SIDE-PARA
             MOVE 'I' TO WS-IFL-DIRECTION
             MOVE WS-SIDE-NAME TO WS-IFL-COUNTERPARTY
             IF SIDE-IS-BADGING
               MOVE 'PROVBADGEACK' TO WS-IFL-INTERFACE
             ELSE
               MOVE 'PROVDIRACK' TO WS-IFL-INTERFACE
             END-IF
             MOVE WS-ACK-GEN TO WS-IFL-GENERATION
             MOVE WS-ACK-APPLIED TO WS-IFL-COUNT
             MOVE WS-ACK-HASH TO WS-IFL-HASH
             PERFORM WRITE-IFLEDGER-PARA
           END-IF.
           PERFORM CHECK-OPEN-REVOKE-PARA
               VARYING WS-REVK-IDX FROM 1 BY 1
               UNTIL WS-REVK-IDX > WS-REVK-COUNT.
           IF WS-SIDE-OPEN > 0
             MOVE 8 TO WS-ALERT-SEVERITY
             MOVE 'REVKOPEN' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
             STRING WS-SIDE-OPEN DELIMITED BY SIZE
                    ' REVOKE(S) NOT ACKNOWLEDGED BY ' DELIMITED BY SIZE
                    WS-SIDE-NAME DELIMITED BY SPACE
                    INTO WS-ALERT-MSG
             END-STRING
             PERFORM WRITE-ALERT-PARA
           END-IF.

      * ================================================================
      * READ-SENT-FILE-PARA
      * The header generation and trailer count of the file sent.
      * ================================================================
       READ-SENT-FILE-PARA.
           OPEN INPUT SENTFILE.
           IF WS-SENT-OK
             MOVE ' ' TO WS-SENT-EOF
             READ SENTFILE
                  AT END MOVE 'Y' TO WS-SENT-EOF
             END-READ
             PERFORM UNTIL WS-SENT-EOF = 'Y'
               EVALUATE TRUE
                 WHEN SNTH-IS-HEADER
                   MOVE SNTH-GEN TO WS-SENT-GEN
                 WHEN SNTT-IS-TRAILER
                   MOVE SNTT-COUNT TO WS-SENT-COUNT
                   SET SENT-TRAILER-FOUND TO TRUE
               END-EVALUATE
               READ SENTFILE
                    AT END MOVE 'Y' TO WS-SENT-EOF
               END-READ
             END-PERFORM
             CLOSE SENTFILE
           END-IF.
           IF NOT SENT-TRAILER-FOUND
             DISPLAY "PROVACK: *** " WS-SENT-FNAME " NOT ON HAND "
                     "OR INCOMPLETE - NOTHING TO BALANCE AGAINST ***"
           END-IF.

      * ================================================================
      * READ-ACK-FILE-PARA
      * Applied revokes are marked off as they come; refused events
      * of any kind are listed.
      * ================================================================
       READ-ACK-FILE-PARA.
           MOVE ' ' TO WS-ACK-EOF.
           READ ACKFILE
                AT END MOVE 'Y' TO WS-ACK-EOF
           END-READ.
           PERFORM UNTIL WS-ACK-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             EVALUATE TRUE
               WHEN ACK-IS-HEADER
                 SET ACK-HEADER-FOUND TO TRUE
                 MOVE ACKH-GEN TO WS-ACK-GEN
                 DISPLAY "PROVACK: " WS-SIDE-NAME " ACKNOWLEDGED "
                         "GENERATION " ACKH-GEN " ON " ACKH-DATE
               WHEN ACK-IS-APPLIED
                 ADD 1 TO WS-ACK-APPLIED
                 ADD ACKD-EMPID TO WS-ACK-HASH
                 IF ACKD-IS-REVOKE
                   MOVE 'N' TO WS-MARK-SW
                   PERFORM MARK-REVOKE-PARA
                       VARYING WS-REVK-IDX FROM 1 BY 1
                       UNTIL WS-REVK-IDX > WS-REVK-COUNT
                 END-IF
               WHEN ACK-IS-REJECT
                 ADD 1 TO WS-SIDE-REJ
                 ADD 1 TO WS-REJ-COUNT
                 DISPLAY "PROVACK: " WS-SIDE-NAME " REFUSED "
                         ACKD-EVENT " EMPID " ACKD-EMPID " - "
                         ACKD-REASON
               WHEN ACK-IS-TRAILER
                 SET ACK-TRAILER-FOUND TO TRUE
                 MOVE ACKT-COUNT TO WS-ACK-COUNT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             READ ACKFILE
                  AT END MOVE 'Y' TO WS-ACK-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * MARK-REVOKE-PARA
      * An ACK line confirms the revoke sent for that EMPID in the
      * generation acknowledged, not an earlier one still open for
      * the same person.  Each line marks off one revoke only.
      * ================================================================
       MARK-REVOKE-PARA.
           IF NOT REVOKE-MARKED
               AND WS-RV-EMPID (WS-REVK-IDX) = ACKD-EMPID
               AND WS-RV-GEN (WS-REVK-IDX) = WS-ACK-GEN
             IF SIDE-IS-BADGING
               IF WS-RV-BADGE-ACK (WS-REVK-IDX) NOT = 'Y'
                 MOVE 'Y' TO WS-RV-BADGE-ACK (WS-REVK-IDX)
                 SET REVOKE-MARKED TO TRUE
               END-IF
             ELSE
               IF WS-RV-DIR-ACK (WS-REVK-IDX) NOT = 'Y'
                 MOVE 'Y' TO WS-RV-DIR-ACK (WS-REVK-IDX)
                 SET REVOKE-MARKED TO TRUE
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * BALANCE-SIDE-PARA
      * Applied plus refused must equal the count sent, for the
      * generation sent.
      * ================================================================
       BALANCE-SIDE-PARA.
           DISPLAY "PROVACK: " WS-SIDE-NAME " SENT " WS-SENT-COUNT
                   " (GEN " WS-SENT-GEN "), APPLIED " WS-ACK-APPLIED
                   ", REFUSED " WS-SIDE-REJ.
           MOVE SPACES TO WS-ALERT-MSG.
           EVALUATE TRUE
             WHEN NOT ACK-HEADER-FOUND OR NOT ACK-TRAILER-FOUND
               STRING 'PROVISIONING ACK FROM ' DELIMITED BY SIZE
                      WS-SIDE-NAME DELIMITED BY SPACE
                      ' HAS NO HDR/TRL' DELIMITED BY SIZE
                      INTO WS-ALERT-MSG
               END-STRING
             WHEN WS-ACK-GEN NOT = WS-SENT-GEN
               STRING 'PROVISIONING ACK FROM ' DELIMITED BY SIZE
                      WS-SIDE-NAME DELIMITED BY SPACE
                      ' IS FOR AN OLD GENERATION' DELIMITED BY SIZE
                      INTO WS-ALERT-MSG
               END-STRING
             WHEN WS-ACK-APPLIED NOT = WS-ACK-COUNT
                 OR WS-ACK-APPLIED + WS-SIDE-REJ NOT = WS-SENT-COUNT
               STRING 'PROVISIONING ACK FROM ' DELIMITED BY SIZE
                      WS-SIDE-NAME DELIMITED BY SPACE
                      ' DOES NOT BALANCE' DELIMITED BY SIZE
                      INTO WS-ALERT-MSG
               END-STRING
           END-EVALUATE.
           IF WS-ALERT-MSG NOT = SPACES
             DISPLAY "PROVACK: *** " WS-ALERT-MSG " ***"
             MOVE 8 TO WS-ALERT-SEVERITY
             MOVE 'PROVMISM' TO WS-ALERT-CODE
             PERFORM WRITE-ALERT-PARA
           END-IF.

      * ================================================================
      * CHECK-OPEN-REVOKE-PARA
      * A revoke is due once its generation has been acknowledged.
      * ================================================================
       CHECK-OPEN-REVOKE-PARA.
           IF WS-RV-GEN (WS-REVK-IDX) NOT > WS-ACK-GEN
             IF (SIDE-IS-BADGING
                   AND WS-RV-BADGE-ACK (WS-REVK-IDX) NOT = 'Y')
                 OR (SIDE-IS-DIRECTORY
                   AND WS-RV-DIR-ACK (WS-REVK-IDX) NOT = 'Y')
               ADD 1 TO WS-SIDE-OPEN
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY "PROVACK: *** REVOKE NOT ACKNOWLEDGED BY "
                       WS-SIDE-NAME " - EMPID "
                       WS-RV-EMPID (WS-REVK-IDX) " EFFECTIVE "
                       WS-RV-EFF-DATE (WS-REVK-IDX) " (GEN "
                       WS-RV-GEN (WS-REVK-IDX) ") ***"
             END-IF
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           OPEN OUTPUT REVKFILE.
           PERFORM KEEP-ONE-REVOKE-PARA
               VARYING WS-REVK-IDX FROM 1 BY 1
               UNTIL WS-REVK-IDX > WS-REVK-COUNT.
           CLOSE REVKFILE.
           DISPLAY "----------------------------------------------".
           DISPLAY "PROVACK: " WS-REVK-CLEARED " REVOKE(S) CONFIRMED "
                   "BY BOTH SIDES, " WS-REVK-KEPT " STILL OPEN, "
                   WS-OPEN-COUNT " OVERDUE".
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJ-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           EVALUATE TRUE
             WHEN WS-ALERT-MAX-SEV >= 8
               MOVE 8 TO RETURN-CODE
             WHEN WS-REJ-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               DISPLAY "PROVACK: ACKNOWLEDGEMENTS BALANCE CLEAN"
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * ================================================================
      * KEEP-ONE-REVOKE-PARA
      * Dropped once both sides have confirmed it.
      * ================================================================
       KEEP-ONE-REVOKE-PARA.
           IF WS-RV-BADGE-ACK (WS-REVK-IDX) = 'Y'
               AND WS-RV-DIR-ACK (WS-REVK-IDX) = 'Y'
             ADD 1 TO WS-REVK-CLEARED
           ELSE
             ADD 1 TO WS-REVK-KEPT
             MOVE SPACES TO REVKFILE-REC
             MOVE WS-RV-EMPID (WS-REVK-IDX) TO PR-EMPID
             MOVE WS-RV-EFF-DATE (WS-REVK-IDX) TO PR-EFF-DATE
             MOVE WS-RV-GEN (WS-REVK-IDX) TO PR-GEN
             MOVE WS-RV-BADGE-ACK (WS-REVK-IDX) TO PR-BADGE-ACK
             MOVE WS-RV-DIR-ACK (WS-REVK-IDX) TO PR-DIR-ACK
             WRITE REVKFILE-REC
           END-IF.
      * ================================================================
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
