      *================================================================
      * PROVFEED
      * Daily access-provisioning feed to facilities badging and the
      * IT directory, on the NEWHREG audit-scan pattern.  Hires,
      * transfers and leavers used to reach facilities and IT by
      * email, and a terminated employee's badge once stayed live
      * for two weeks.  Each run reads every entry stamped on the
      * audit trail (./empaudit.dta) since the last run, compares
      * the before and after images, and writes one event per
      * change (copybooks/PROVEVT-REC.cob):
      *
      *    ADD   an add (A) of an ACTIVE or ON-LEAVE employee, or a
      *          status change back to ACTIVE - effective EMPHDT
      *          for a hire, EMPSTDT for a return
      *    MOVE  EMPDPT or EMPSITE changed on a current employee -
      *          effective the audit date
      *    SUSP  a status change to ON-LEAVE (an employee added
      *          already on leave gets ADD then SUSP) - effective
      *          EMPSTDT
      *    REVK  a status change to TERMINATED or RETIRED, effective
      *          EMPSTDT, or a delete (D) of a current employee,
      *          effective the audit date
      *
      * Full-rebuild loads (L) are not changes and are skipped.
      * The events are written to two files, each bracketed HDR
      * (generation, run date/time) / TRL (count, EMPID hash):
      *
      *    ./provbadge.dta  facilities badging - every event except
      *                     a MOVE that changed only EMPDPT
      *    ./provdir.dta    IT directory - every event
      *
      * and each is registered on the interface ledger (PROVBADGE to
      * FACILITIES, PROVDIR to ITDIRECTORY).  Every REVK is also
      * appended to the outstanding-revoke file (./provrevk.dta,
      * copybooks/PROVREVK-REC.cob) for PROVACK to reconcile against
      * the acknowledgements.  The events are listed on
      * ./provfeed_YYYYMMDD.rpt.  The generation and the stamp of
      * the last audit entry taken are kept on ./provctl.dta; with
      * no control file the first run starts from today's entries.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVFEED.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT ASSIGN TO './empaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT PROVCTL ASSIGN TO './provctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT BADGEFILE ASSIGN TO './provbadge.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT DIRFILE ASSIGN TO './provdir.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT REVKFILE ASSIGN TO './provrevk.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVK-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD PROVCTL.
           01 PROVCTL-REC.
              05 PC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 PC-LAST-STAMP   PIC    9(14).
      *
           FD BADGEFILE.
           01 BADGEFILE-REC.
              COPY "PROVEVT-REC.cob".
      *
           01 BADGEFILE-HEADER REDEFINES BADGEFILE-REC.
              05 PBH-CODE        PIC     X(3).
                 88 PBH-IS-HEADER      VALUE 'HDR'.
              05 PBH-GEN         PIC     9(5).
              05 PBH-RUN-DATE    PIC     9(8).
              05 PBH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC    X(71).
      *
           01 BADGEFILE-TRAILER REDEFINES BADGEFILE-REC.
              05 PBT-CODE        PIC     X(3).
                 88 PBT-IS-TRAILER     VALUE 'TRL'.
              05 PBT-COUNT       PIC     9(7).
              05 PBT-HASH        PIC    9(10).
              05 FILLER          PIC    X(73).
      *
           FD DIRFILE.
           01 DIRFILE-REC.
              COPY "PROVEVT-REC.cob".
      *
           01 DIRFILE-HEADER REDEFINES DIRFILE-REC.
              05 PDH-CODE        PIC     X(3).
                 88 PDH-IS-HEADER      VALUE 'HDR'.
              05 PDH-GEN         PIC     9(5).
              05 PDH-RUN-DATE    PIC     9(8).
              05 PDH-RUN-TIME    PIC     9(6).
              05 FILLER          PIC    X(71).
      *
           01 DIRFILE-TRAILER REDEFINES DIRFILE-REC.
              05 PDT-CODE        PIC     X(3).
                 88 PDT-IS-TRAILER     VALUE 'TRL'.
              05 PDT-COUNT       PIC     9(7).
              05 PDT-HASH        PIC    9(10).
              05 FILLER          PIC    X(73).
      *
           FD REVKFILE.
           01 REVKFILE-REC.
              COPY "PROVREVK-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-AUDIT-EOF    PIC        A(1).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-REVK-STATUS  PIC        X(2).
              88 WS-REVK-OK          VALUE '00'.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-LAST-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-HIGH-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-AUD-STAMP    PIC       9(14).
      *
      * The audit images, in the master's own layout.
           01 WS-BEFORE-REC.
              COPY "EMPLOYEE-REC.cob".
           01 WS-AFTER-REC.
              COPY "EMPLOYEE-REC.cob".
      *
      * The event being written, and whether badging gets it too.
           01 WS-EVENT.
              COPY "PROVEVT-REC.cob".
           01 WS-BADGE-SW     PIC        X(1).
              88 EVENT-TO-BADGING    VALUE 'Y'.
              88 EVENT-NOT-BADGING   VALUE 'N'.
      *
           01 WS-AUDIT-READ   PIC        9(7) VALUE ZERO.
           01 WS-AUDIT-TAKEN  PIC        9(7) VALUE ZERO.
           01 WS-ADD-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-MOVE-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-SUSP-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-REVK-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-BADGE-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-BADGE-HASH   PIC       9(10) VALUE ZERO.
           01 WS-DIR-COUNT    PIC        9(7) VALUE ZERO.
           01 WS-DIR-HASH     PIC       9(10) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PROVFEED'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
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
           PERFORM GUARD-MASTER-LOCK-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-CONTROL-PARA.
           OPEN OUTPUT BADGEFILE.
           MOVE SPACES TO BADGEFILE-REC.
           SET PBH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO PBH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PBH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PBH-RUN-TIME.
           WRITE BADGEFILE-REC.
           OPEN OUTPUT DIRFILE.
           MOVE SPACES TO DIRFILE-REC.
           SET PDH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO PDH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PDH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PDH-RUN-TIME.
           WRITE DIRFILE-REC.
           OPEN EXTEND REVKFILE.
           IF NOT WS-REVK-OK
             OPEN OUTPUT REVKFILE
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './provfeed_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'PROVFEED - ACCESS-PROVISIONING EVENTS' TO RP-TITLE.
           MOVE 'EVNT EMPID LAST NAME            EFFECTIV DEPT SITE'
                TO RP-COLHDG.
           MOVE 'FROM      SENT TO' TO RP-COLHDG (52:17).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "PROVFEED - GENERATION " WS-GENERATION
                   " FOR AUDIT ENTRIES AFTER " WS-LAST-STAMP.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-CONTROL-PARA
      * With no control file, start from today's entries - the
      * people already in post were provisioned by hand.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT PROVCTL.
           IF WS-CTL-OK
             READ PROVCTL INTO PROVCTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PC-GEN NUMERIC AND PC-LAST-STAMP NUMERIC
                     MOVE PC-GEN TO WS-GENERATION
                     MOVE PC-LAST-STAMP TO WS-LAST-STAMP
                   END-IF
             END-READ
             CLOSE PROVCTL
           END-IF.
           IF WS-LAST-STAMP = ZERO
             COMPUTE WS-LAST-STAMP = WS-TODAY * 1000000
             DISPLAY "PROVFEED: NO CONTROL FILE - STARTING FROM "
                     "TODAY'S AUDIT ENTRIES"
           END-IF.
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.
           ADD 1 TO WS-GENERATION.

      * ================================================================
      * PROCESS-PARA
      * Every audit entry stamped after the last run's high-water
      * mark, in the order it was written.
      * ================================================================
       PROCESS-PARA.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "PROVFEED: NO EMPAUDIT.DTA - NO CHANGES TO SEND"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT INTO AUDIT-REC
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
                 COMPUTE WS-AUD-STAMP = AUD-RUN-DATE * 1000000
                     + AUD-RUN-TIME
                 IF WS-AUD-STAMP > WS-LAST-STAMP
                   ADD 1 TO WS-AUDIT-TAKEN
                   PERFORM TAKE-ONE-ENTRY-PARA
                   IF WS-AUD-STAMP > WS-HIGH-STAMP
                     MOVE WS-AUD-STAMP TO WS-HIGH-STAMP
                   END-IF
                 END-IF
               END-IF
               READ AUDIT INTO AUDIT-REC
                    AT END MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
             END-PERFORM
             CLOSE AUDIT
           END-IF.

      * ================================================================
      * TAKE-ONE-ENTRY-PARA
      * ================================================================
       TAKE-ONE-ENTRY-PARA.
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC.
           MOVE AUD-AFTER-IMAGE TO WS-AFTER-REC.
           EVALUATE AUD-ACTION
             WHEN 'A'
               PERFORM HIRE-EVENTS-PARA
             WHEN 'C'
             WHEN 'T'
               PERFORM CHANGE-EVENTS-PARA
             WHEN 'D'
               PERFORM DELETE-EVENTS-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * ================================================================
      * HIRE-EVENTS-PARA
      * A new employee gets access from EMPHDT; one added already on
      * leave is suspended straight away.
      * ================================================================
       HIRE-EVENTS-PARA.
           IF EMP-ACTIVE OF WS-AFTER-REC
               OR EMP-ON-LEAVE OF WS-AFTER-REC
             PERFORM START-AFTER-EVENT-PARA
             SET PV-IS-ADD OF WS-EVENT TO TRUE
             IF EMPHDTY OF WS-AFTER-REC NUMERIC
                 AND EMPHDTM OF WS-AFTER-REC NUMERIC
                 AND EMPHDTD OF WS-AFTER-REC NUMERIC
               COMPUTE PV-EFF-DATE OF WS-EVENT =
                   EMPHDTY OF WS-AFTER-REC * 10000
                   + EMPHDTM OF WS-AFTER-REC * 100
                   + EMPHDTD OF WS-AFTER-REC
             END-IF
             PERFORM WRITE-EVENT-PARA
           END-IF.
           IF EMP-ON-LEAVE OF WS-AFTER-REC
             PERFORM START-AFTER-EVENT-PARA
             SET PV-IS-SUSPEND OF WS-EVENT TO TRUE
             PERFORM STATUS-DATE-PARA
             PERFORM WRITE-EVENT-PARA
           END-IF.

      * ================================================================
      * CHANGE-EVENTS-PARA
      * A status change first, then a department or site move on
      * anyone still current.
      * ================================================================
       CHANGE-EVENTS-PARA.
           IF EMPSTAT OF WS-AFTER-REC NOT = EMPSTAT OF WS-BEFORE-REC
             PERFORM START-AFTER-EVENT-PARA
             EVALUATE TRUE
               WHEN EMP-ON-LEAVE OF WS-AFTER-REC
                 SET PV-IS-SUSPEND OF WS-EVENT TO TRUE
               WHEN EMP-ACTIVE OF WS-AFTER-REC
                 SET PV-IS-ADD OF WS-EVENT TO TRUE
               WHEN EMP-TERMINATED OF WS-AFTER-REC
               WHEN EMP-RETIRED OF WS-AFTER-REC
                 IF EMP-ACTIVE OF WS-BEFORE-REC
                     OR EMP-ON-LEAVE OF WS-BEFORE-REC
                   SET PV-IS-REVOKE OF WS-EVENT TO TRUE
                 END-IF
             END-EVALUATE
             IF PV-EVENT OF WS-EVENT NOT = SPACES
               PERFORM STATUS-DATE-PARA
               PERFORM WRITE-EVENT-PARA
             END-IF
           END-IF.
           IF (EMP-ACTIVE OF WS-AFTER-REC
                   OR EMP-ON-LEAVE OF WS-AFTER-REC)
               AND (EMPDPT OF WS-AFTER-REC NOT = EMPDPT OF WS-BEFORE-REC
                 OR EMPSITE OF WS-AFTER-REC
                    NOT = EMPSITE OF WS-BEFORE-REC)
             PERFORM START-AFTER-EVENT-PARA
             SET PV-IS-MOVE OF WS-EVENT TO TRUE
             MOVE AUD-RUN-DATE TO PV-EFF-DATE OF WS-EVENT
             MOVE EMPDPT OF WS-BEFORE-REC TO PV-OLD-DPT OF WS-EVENT
             MOVE EMPSITE OF WS-BEFORE-REC TO PV-OLD-SITE OF WS-EVENT
             IF EMPSITE OF WS-AFTER-REC
                 = EMPSITE OF WS-BEFORE-REC
               SET EVENT-NOT-BADGING TO TRUE
             END-IF
             PERFORM WRITE-EVENT-PARA
           END-IF.

      * ================================================================
      * DELETE-EVENTS-PARA
      * A current employee deleted from the master loses access the
      * day of the delete; one already gone was revoked then.
      * ================================================================
       DELETE-EVENTS-PARA.
           IF EMP-ACTIVE OF WS-BEFORE-REC
               OR EMP-ON-LEAVE OF WS-BEFORE-REC
             MOVE SPACES TO WS-EVENT
             SET EVENT-TO-BADGING TO TRUE
             SET PV-IS-REVOKE OF WS-EVENT TO TRUE
             MOVE EMPID OF WS-BEFORE-REC TO PV-EMPID OF WS-EVENT
             MOVE AUD-RUN-DATE TO PV-EFF-DATE OF WS-EVENT
             MOVE EMPFNM OF WS-BEFORE-REC TO PV-FNM OF WS-EVENT
             MOVE EMPLNM OF WS-BEFORE-REC TO PV-LNM OF WS-EVENT
             MOVE EMPDPT OF WS-BEFORE-REC TO PV-DPT OF WS-EVENT
             MOVE EMPSITE OF WS-BEFORE-REC TO PV-SITE OF WS-EVENT
             PERFORM WRITE-EVENT-PARA
           END-IF.

      * ================================================================
      * START-AFTER-EVENT-PARA
      * A fresh event carrying the after image's identity, dated
      * the audit day until the caller says otherwise.
      * ================================================================
       START-AFTER-EVENT-PARA.
           MOVE SPACES TO WS-EVENT.
           SET EVENT-TO-BADGING TO TRUE.
           MOVE EMPID OF WS-AFTER-REC TO PV-EMPID OF WS-EVENT.
           MOVE AUD-RUN-DATE TO PV-EFF-DATE OF WS-EVENT.
           MOVE EMPFNM OF WS-AFTER-REC TO PV-FNM OF WS-EVENT.
           MOVE EMPLNM OF WS-AFTER-REC TO PV-LNM OF WS-EVENT.
           MOVE EMPDPT OF WS-AFTER-REC TO PV-DPT OF WS-EVENT.
           MOVE EMPSITE OF WS-AFTER-REC TO PV-SITE OF WS-EVENT.

      * ================================================================
      * STATUS-DATE-PARA
      * EMPSTDT when it is usable; the audit date otherwise.
      * ================================================================
       STATUS-DATE-PARA.
           IF EMPSTDT OF WS-AFTER-REC NUMERIC
               AND EMPSTDT OF WS-AFTER-REC > ZERO
             MOVE EMPSTDT OF WS-AFTER-REC TO PV-EFF-DATE OF WS-EVENT
           END-IF.

      * ================================================================
      * WRITE-EVENT-PARA
      * To the directory always, to badging unless the caller
      * turned it off, to the outstanding-revoke file for a REVK,
      * and to the listing.
      * ================================================================
       WRITE-EVENT-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE PV-EVENT OF WS-EVENT TO RP-DETAIL (1:4).
           MOVE PV-EMPID OF WS-EVENT TO RP-DETAIL (6:5).
           MOVE PV-LNM OF WS-EVENT (1:20) TO RP-DETAIL (12:20).
           MOVE PV-EFF-DATE OF WS-EVENT TO RP-DETAIL (33:8).
           MOVE PV-DPT OF WS-EVENT TO RP-DETAIL (42:4).
           MOVE PV-SITE OF WS-EVENT TO RP-DETAIL (47:4).
           MOVE PV-OLD-DPT OF WS-EVENT TO RP-DETAIL (52:4).
           MOVE PV-OLD-SITE OF WS-EVENT TO RP-DETAIL (57:4).
           MOVE WS-EVENT TO DIRFILE-REC.
           WRITE DIRFILE-REC.
           ADD 1 TO WS-DIR-COUNT.
           ADD PV-EMPID OF WS-EVENT TO WS-DIR-HASH.
           IF EVENT-TO-BADGING
             MOVE WS-EVENT TO BADGEFILE-REC
             WRITE BADGEFILE-REC
             ADD 1 TO WS-BADGE-COUNT
             ADD PV-EMPID OF WS-EVENT TO WS-BADGE-HASH
             MOVE 'BADGE+DIR' TO RP-DETAIL (62:9)
           ELSE
             MOVE 'DIR' TO RP-DETAIL (62:3)
           END-IF.
           EVALUATE TRUE
             WHEN PV-IS-ADD OF WS-EVENT
               ADD 1 TO WS-ADD-COUNT
             WHEN PV-IS-MOVE OF WS-EVENT
               ADD 1 TO WS-MOVE-COUNT
             WHEN PV-IS-SUSPEND OF WS-EVENT
               ADD 1 TO WS-SUSP-COUNT
             WHEN PV-IS-REVOKE OF WS-EVENT
               ADD 1 TO WS-REVK-COUNT
               MOVE SPACES TO REVKFILE-REC
               MOVE PV-EMPID OF WS-EVENT TO PR-EMPID
               MOVE PV-EFF-DATE OF WS-EVENT TO PR-EFF-DATE
               MOVE WS-GENERATION TO PR-GEN
               MOVE 'N' TO PR-BADGE-ACK
               MOVE 'N' TO PR-DIR-ACK
               WRITE REVKFILE-REC
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO BADGEFILE-REC.
           SET PBT-IS-TRAILER TO TRUE.
           MOVE WS-BADGE-COUNT TO PBT-COUNT.
           MOVE WS-BADGE-HASH TO PBT-HASH.
           WRITE BADGEFILE-REC.
           CLOSE BADGEFILE.
           MOVE SPACES TO DIRFILE-REC.
           SET PDT-IS-TRAILER TO TRUE.
           MOVE WS-DIR-COUNT TO PDT-COUNT.
           MOVE WS-DIR-HASH TO PDT-HASH.
           WRITE DIRFILE-REC.
           CLOSE DIRFILE.
           CLOSE REVKFILE.
           OPEN OUTPUT PROVCTL.
           MOVE SPACES TO PROVCTL-REC.
           MOVE WS-GENERATION TO PC-GEN.
           MOVE WS-HIGH-STAMP TO PC-LAST-STAMP.
           WRITE PROVCTL-REC.
           CLOSE PROVCTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ADD-COUNT DELIMITED BY SIZE
                  ' ADD, ' DELIMITED BY SIZE
                  WS-MOVE-COUNT DELIMITED BY SIZE
                  ' MOVE, ' DELIMITED BY SIZE
                  WS-SUSP-COUNT DELIMITED BY SIZE
                  ' SUSPEND, ' DELIMITED BY SIZE
                  WS-REVK-COUNT DELIMITED BY SIZE
                  ' REVOKE FROM ' DELIMITED BY SIZE
                  WS-AUDIT-TAKEN DELIMITED BY SIZE
                  ' NEW AUDIT ENTRIES' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-BADGE-COUNT DELIMITED BY SIZE
                  ' EVENT(S) TO BADGING, ' DELIMITED BY SIZE
                  WS-DIR-COUNT DELIMITED BY SIZE
                  ' TO THE DIRECTORY, GENERATION ' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           MOVE 'PROVBADGE' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'FACILITIES' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-BADGE-COUNT TO WS-IFL-COUNT.
           MOVE WS-BADGE-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE 'PROVDIR' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'ITDIRECTORY' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-DIR-COUNT TO WS-IFL-COUNT.
           MOVE WS-DIR-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           DISPLAY "PROVFEED: " WS-BADGE-COUNT " EVENT(S) TO "
                   "BADGING, " WS-DIR-COUNT " TO THE DIRECTORY, "
                   WS-REVK-COUNT " REVOKE(S)".
           MOVE WS-AUDIT-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE ZERO TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
