      *================================================================
      * NEWHREG
      * State new-hire registry reporting file, on the BENDEDN feed
      * pattern.  Every new hire must reach the state within the
      * statutory window, and until now someone read TURNRPT's
      * hires and keyed them into the state portal.  Each run picks
      * up every add action (A) stamped on the audit trail
      * (./empaudit.dta) since the last run - adds, not full-rebuild
      * loads (L), so a rehire keyed or fed as an add is reported
      * like any other hire - and writes the state's fixed layout:
      *
      *    ./newhreg.dta    HDR  generation number, run date/time,
      *                          employer FEIN and state account
      *                          number, employer name and address
      *                     detail  employee taxpayer ID, names,
      *                             address, EMPHDT, DOB, employer
      *                             FEIN
      *                     TRL  record count
      *
      * Name and EMPHDT come from empmstr.dat, the address from
      * ./addrmstr.dat (copybooks/ADDR-REC.cob) and the taxpayer ID
      * from the confidential ./taxmstr.dat (copybooks/TAXID-REC.cob,
      * maintained by TAXMAINT).
      * The employer's identifiers are on ./newhreg.parm, one value
      * per line on the dbconn.parm pattern:
      *
      *    line 1  employer FEIN, nine digits (required)
      *    line 2  state employer account number
      *    line 3  employer name
      *    line 4  employer street
      *    line 5  employer city
      *    line 6  employer state
      *    line 7  employer postal code
      *    line 8  reporting window in days after EMPHDT (020)
      *
      * A hire with no address on file, a blank street/city/state/
      * postal code, or no nine-digit taxpayer ID cannot be
      * reported: it is held on ./newhpend.dta, retried first on
      * every later run, and listed on the exception report
      * (./newhreg_YYYYMMDD.rpt) with the days left before the
      * deadline (EMPHDT plus the window) - or LATE once it has
      * passed.  A hire deleted from the master before it could be
      * reported is dropped.  The generation and the stamp of the
      * last audit entry taken are kept on ./newhctl.dta; with no
      * control file the first run goes back one window.  The file
      * is registered on the interface ledger as NEWHREG to
      * STATENHR, hashed on EMPID.  RC 8 with no employer FEIN; RC 4
      * when any hire is held.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHREG.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUDIT ASSIGN TO './empaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT ADDRMSTR ASSIGN TO './addrmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-EMPID OF ADDRMSTR-REC
              FILE STATUS IS WS-ADDR-STATUS.
      *
              SELECT TAXMSTR ASSIGN TO './taxmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TX-EMPID OF TAXMSTR-REC
              ALTERNATE RECORD KEY IS TX-TAXID OF TAXMSTR-REC
              FILE STATUS IS WS-TAX-STATUS.
      *
              SELECT NHRPARM ASSIGN TO './newhreg.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT NHRCTL ASSIGN TO './newhctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT NHRPEND ASSIGN TO './newhpend.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
      *
              SELECT NHRFILE ASSIGN TO './newhreg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD ADDRMSTR.
           01 ADDRMSTR-REC.
              COPY "ADDR-REC.cob".
      *
           FD TAXMSTR.
           01 TAXMSTR-REC.
              COPY "TAXID-REC.cob".
      *
           FD NHRPARM.
           01 NHRPARM-REC.
              COPY "DBCONN-REC.cob".
      *
           FD NHRCTL.
           01 NHRCTL-REC.
              05 NC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 NC-LAST-STAMP   PIC    9(14).
      *
           FD NHRPEND.
           01 NHRPEND-REC.
              05 NP-EMPID        PIC     9(5).
      *
           FD NHRFILE.
           01 NHRFILE-REC.
              05 NH-TAXID        PIC     9(9).
              05 NH-FNM          PIC    X(25).
              05 NH-LNM          PIC    X(35).
              05 NH-STREET       PIC    X(30).
              05 NH-CITY         PIC    X(20).
              05 NH-STATE        PIC     X(2).
              05 NH-POSTAL       PIC    X(10).
              05 NH-HIRE-DATE    PIC     9(8).
              05 NH-DOB          PIC     9(8).
              05 NH-FEIN         PIC     9(9).
      *
           01 NHRFILE-HEADER REDEFINES NHRFILE-REC.
              05 NHH-CODE        PIC     X(3).
                 88 NHH-IS-HEADER      VALUE 'HDR'.
              05 NHH-GEN         PIC     9(5).
              05 NHH-RUN-DATE    PIC     9(8).
              05 NHH-RUN-TIME    PIC     9(6).
              05 NHH-FEIN        PIC     9(9).
              05 NHH-STATE-ACCT  PIC    X(15).
              05 NHH-ER-NAME     PIC    X(35).
              05 NHH-ER-STREET   PIC    X(30).
              05 NHH-ER-CITY     PIC    X(20).
              05 NHH-ER-STATE    PIC     X(2).
              05 NHH-ER-POSTAL   PIC    X(10).
              05 FILLER          PIC    X(13).
      *
           01 NHRFILE-TRAILER REDEFINES NHRFILE-REC.
              05 NHT-CODE        PIC     X(3).
                 88 NHT-IS-TRAILER     VALUE 'TRL'.
              05 NHT-COUNT       PIC     9(7).
              05 FILLER          PIC   X(146).
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
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-PEND-EOF     PIC        A(1).
           01 WS-AUDIT-STATUS PIC        X(2).
              88 WS-AUDIT-OK         VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-ADDR-STATUS  PIC        X(2).
              88 WS-ADDR-OK          VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-PEND-STATUS  PIC        X(2).
              88 WS-PEND-OK          VALUE '00'.
           01 WS-ADDR-SW      PIC        X(1) VALUE 'N'.
              88 ADDR-AVAILABLE      VALUE 'Y'.
              88 ADDR-UNAVAILABLE    VALUE 'N'.
           01 WS-TAX-STATUS   PIC        X(2).
              88 WS-TAX-OK           VALUE '00'.
           01 WS-TAX-SW       PIC        X(1) VALUE 'N'.
              88 TAX-AVAILABLE       VALUE 'Y'.
              88 TAX-UNAVAILABLE     VALUE 'N'.
      *
      * The employer's identifiers, off ./newhreg.parm.
           01 WS-ER-FEIN      PIC        X(9) VALUE SPACES.
           01 WS-ER-STATE-ACCT PIC      X(15) VALUE SPACES.
           01 WS-ER-NAME      PIC       X(35) VALUE SPACES.
           01 WS-ER-STREET    PIC       X(30) VALUE SPACES.
           01 WS-ER-CITY      PIC       X(20) VALUE SPACES.
           01 WS-ER-STATE     PIC        X(2) VALUE SPACES.
           01 WS-ER-POSTAL    PIC       X(10) VALUE SPACES.
           01 WS-WINDOW-DAYS  PIC        9(3) VALUE 020.
           01 WS-PARM-LINE    PIC        9(2) VALUE ZERO.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-INT    PIC       S9(9).
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-LAST-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-HIGH-STAMP   PIC       9(14) VALUE ZERO.
           01 WS-AUD-STAMP    PIC       9(14).
      *
      * Hires to report this run - the held ones first, then the
      * audit trail's new adds, each EMPID once.
           01 WS-HIRE-TBL.
              05 WS-HIRE-ENTRY OCCURS 2000 TIMES.
                 10 WS-HIRE-EMPID     PIC 9(5).
                 10 WS-HIRE-HELD      PIC X(1).
           01 WS-HIRE-COUNT   PIC        9(4) VALUE ZERO.
           01 WS-HIRE-IDX     PIC        9(4) VALUE ZERO.
           01 WS-FIND-IDX     PIC        9(4) VALUE ZERO.
           01 WS-FIND-EMPID   PIC        9(5).
           01 WS-FOUND-SW     PIC        X(1).
              88 HIRE-ALREADY-LISTED VALUE 'Y'.
              88 HIRE-NOT-LISTED     VALUE 'N'.
           01 WS-TBL-FULL-SW  PIC        X(1) VALUE 'N'.
              88 HIRE-TABLE-FULL     VALUE 'Y'.
      *
           01 WS-AFTER-REC.
              COPY "EMPLOYEE-REC.cob".
      *
           01 WS-HIRE-DATE    PIC        9(8).
           01 WS-DEADLINE     PIC        9(8).
           01 WS-DAYS-LEFT    PIC       S9(5).
           01 WS-DAYS-ED      PIC       ZZZZ9.
           01 WS-HOLD-REASON  PIC       X(30).
      *
           01 WS-ADD-COUNT    PIC        9(7) VALUE ZERO.
           01 WS-AUDIT-READ   PIC        9(7) VALUE ZERO.
           01 WS-PEND-READ    PIC        9(5) VALUE ZERO.
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC       9(5) VALUE ZERO.
           01 WS-DROPPED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-EMPID-HASH   PIC       9(10) VALUE ZERO.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'NEWHREG'.
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
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM LOAD-EMPLOYER-PARA.
           PERFORM LOAD-CONTROL-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "NEWHREG: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT ADDRMSTR.
           IF WS-ADDR-OK
             SET ADDR-AVAILABLE TO TRUE
           ELSE
             SET ADDR-UNAVAILABLE TO TRUE
             DISPLAY "NEWHREG: NO ADDRMSTR.DAT - EVERY HIRE IS HELD "
                     "FOR AN ADDRESS"
           END-IF.
           OPEN INPUT TAXMSTR.
           IF WS-TAX-OK
             SET TAX-AVAILABLE TO TRUE
           ELSE
             SET TAX-UNAVAILABLE TO TRUE
             DISPLAY "NEWHREG: NO TAXMSTR.DAT - EVERY HIRE IS HELD "
                     "FOR A TAXPAYER ID"
           END-IF.
           OPEN OUTPUT NHRFILE.
           MOVE SPACES TO NHRFILE-REC.
           SET NHH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO NHH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO NHH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO NHH-RUN-TIME.
           MOVE WS-ER-FEIN TO NHH-FEIN.
           MOVE WS-ER-STATE-ACCT TO NHH-STATE-ACCT.
           MOVE WS-ER-NAME TO NHH-ER-NAME.
           MOVE WS-ER-STREET TO NHH-ER-STREET.
           MOVE WS-ER-CITY TO NHH-ER-CITY.
           MOVE WS-ER-STATE TO NHH-ER-STATE.
           MOVE WS-ER-POSTAL TO NHH-ER-POSTAL.
           WRITE NHRFILE-REC.
           MOVE SPACES TO RP-FNAME.
           STRING './newhreg_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'NEWHREG - STATE NEW-HIRE REGISTRY' TO RP-TITLE.
           MOVE 'EMPID LAST NAME            HIRED    DEADLINE DAYS'
                TO RP-COLHDG.
           MOVE 'DISPOSITION' TO RP-COLHDG (50:11).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "NEWHREG - GENERATION " WS-GENERATION
                   " FOR AUDIT ENTRIES AFTER " WS-LAST-STAMP.
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-EMPLOYER-PARA
      * One value per line, in the order the header comment gives.
      * ================================================================
       LOAD-EMPLOYER-PARA.
           OPEN INPUT NHRPARM.
           IF WS-PARM-OK
             MOVE ' ' TO WS-PARM-EOF
             READ NHRPARM INTO NHRPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             PERFORM UNTIL WS-PARM-EOF = 'Y'
               ADD 1 TO WS-PARM-LINE
               EVALUATE WS-PARM-LINE
                 WHEN 1 MOVE DBCONN-VALUE TO WS-ER-FEIN
                 WHEN 2 MOVE DBCONN-VALUE TO WS-ER-STATE-ACCT
                 WHEN 3 MOVE DBCONN-VALUE TO WS-ER-NAME
                 WHEN 4 MOVE DBCONN-VALUE TO WS-ER-STREET
                 WHEN 5 MOVE DBCONN-VALUE TO WS-ER-CITY
                 WHEN 6 MOVE DBCONN-VALUE TO WS-ER-STATE
                 WHEN 7 MOVE DBCONN-VALUE TO WS-ER-POSTAL
                 WHEN 8
                   IF DBCONN-VALUE (1:3) NUMERIC
                     MOVE DBCONN-VALUE (1:3) TO WS-WINDOW-DAYS
                   END-IF
                 WHEN OTHER CONTINUE
               END-EVALUATE
               READ NHRPARM INTO NHRPARM-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE NHRPARM
           END-IF.
           IF WS-ER-FEIN NOT NUMERIC
             DISPLAY "NEWHREG: *** NO NINE-DIGIT EMPLOYER FEIN ON "
                     "NEWHREG.PARM - NOTHING REPORTED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * LOAD-CONTROL-PARA
      * With no control file, start one reporting window back.
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT NHRCTL.
           IF WS-CTL-OK
             READ NHRCTL INTO NHRCTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF NC-GEN NUMERIC AND NC-LAST-STAMP NUMERIC
                     MOVE NC-GEN TO WS-GENERATION
                     MOVE NC-LAST-STAMP TO WS-LAST-STAMP
                   END-IF
             END-READ
             CLOSE NHRCTL
           END-IF.
           IF WS-LAST-STAMP = ZERO
             COMPUTE WS-LAST-STAMP =
                 FUNCTION DATE-OF-INTEGER
                     (WS-TODAY-INT - WS-WINDOW-DAYS) * 1000000
             DISPLAY "NEWHREG: NO CONTROL FILE - STARTING "
                     WS-WINDOW-DAYS " DAY(S) BACK"
           END-IF.
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.
           ADD 1 TO WS-GENERATION.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           PERFORM LOAD-HELD-PARA.
           PERFORM SCAN-AUDIT-PARA.
           PERFORM REPORT-ONE-HIRE-PARA
               VARYING WS-HIRE-IDX FROM 1 BY 1
               UNTIL WS-HIRE-IDX > WS-HIRE-COUNT.

      * ================================================================
      * LOAD-HELD-PARA
      * Hires held back on an earlier run.
      * ================================================================
       LOAD-HELD-PARA.
           OPEN INPUT NHRPEND.
           IF WS-PEND-OK
             MOVE ' ' TO WS-PEND-EOF
             READ NHRPEND INTO NHRPEND-REC
                  AT END MOVE 'Y' TO WS-PEND-EOF
             END-READ
             PERFORM UNTIL WS-PEND-EOF = 'Y'
               IF NP-EMPID NUMERIC
                 ADD 1 TO WS-PEND-READ
                 MOVE NP-EMPID TO WS-FIND-EMPID
                 PERFORM ADD-HIRE-PARA
               END-IF
               READ NHRPEND INTO NHRPEND-REC
                    AT END MOVE 'Y' TO WS-PEND-EOF
               END-READ
             END-PERFORM
             CLOSE NHRPEND
           END-IF.

      * ================================================================
      * SCAN-AUDIT-PARA
      * Add actions stamped after the last run's high-water mark.
      * The mark stops where the table fills, so the overflow is
      * taken on the next run.
      * ================================================================
       SCAN-AUDIT-PARA.
           OPEN INPUT AUDIT.
           IF NOT WS-AUDIT-OK
             DISPLAY "NEWHREG: NO EMPAUDIT.DTA - NO NEW ADDS TO TAKE"
           ELSE
             MOVE ' ' TO WS-AUDIT-EOF
             READ AUDIT INTO AUDIT-REC
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
             END-READ
             PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               ADD 1 TO WS-AUDIT-READ
               IF AUD-ACTION = 'A'
                   AND AUD-RUN-DATE NUMERIC AND AUD-RUN-TIME NUMERIC
                 COMPUTE WS-AUD-STAMP = AUD-RUN-DATE * 1000000
                     + AUD-RUN-TIME
                 IF WS-AUD-STAMP > WS-LAST-STAMP
                   ADD 1 TO WS-ADD-COUNT
                   MOVE AUD-AFTER-IMAGE TO WS-AFTER-REC
                   MOVE EMPID OF WS-AFTER-REC TO WS-FIND-EMPID
                   PERFORM ADD-HIRE-PARA
                   IF WS-AUD-STAMP > WS-HIGH-STAMP
                       AND NOT HIRE-TABLE-FULL
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
      * ADD-HIRE-PARA
      * Lists WS-FIND-EMPID once.
      * ================================================================
       ADD-HIRE-PARA.
           SET HIRE-NOT-LISTED TO TRUE.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-HIRE-COUNT
                  OR HIRE-ALREADY-LISTED
             IF WS-HIRE-EMPID (WS-FIND-IDX) = WS-FIND-EMPID
               SET HIRE-ALREADY-LISTED TO TRUE
             END-IF
           END-PERFORM.
           IF HIRE-NOT-LISTED
             IF WS-HIRE-COUNT < 2000
               ADD 1 TO WS-HIRE-COUNT
               MOVE WS-FIND-EMPID TO WS-HIRE-EMPID (WS-HIRE-COUNT)
               MOVE 'N' TO WS-HIRE-HELD (WS-HIRE-COUNT)
             ELSE
               IF NOT HIRE-TABLE-FULL
                 SET HIRE-TABLE-FULL TO TRUE
                 DISPLAY "NEWHREG: *** MORE THAN 2000 HIRES - "
                         "EMPID " WS-FIND-EMPID " AND LATER LEFT "
                         "FOR THE NEXT RUN ***"
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * REPORT-ONE-HIRE-PARA
      * Fed when the master, address, and taxpayer ID are all
      * there; held otherwise.
      * ================================================================
       REPORT-ONE-HIRE-PARA.
           MOVE WS-HIRE-EMPID (WS-HIRE-IDX) TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 ADD 1 TO WS-DROPPED-COUNT
                 MOVE SPACES TO RP-DETAIL
                 MOVE WS-HIRE-EMPID (WS-HIRE-IDX) TO RP-DETAIL (1:5)
                 MOVE 'DROPPED - NO LONGER ON THE MASTER'
                      TO RP-DETAIL (50:33)
                 PERFORM WRITE-REPORT-LINE-PARA
               NOT INVALID KEY
                 PERFORM CHECK-ONE-HIRE-PARA
           END-READ.

      * ================================================================
      * CHECK-ONE-HIRE-PARA
      * ================================================================
       CHECK-ONE-HIRE-PARA.
           MOVE SPACES TO WS-HOLD-REASON.
           IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
             COMPUTE WS-HIRE-DATE = EMPHDTY OF EMPLOYEE-FILE * 10000
                 + EMPHDTM OF EMPLOYEE-FILE * 100
                 + EMPHDTD OF EMPLOYEE-FILE
           ELSE
             MOVE ZERO TO WS-HIRE-DATE
             MOVE 'NO USABLE HIRE DATE' TO WS-HOLD-REASON
           END-IF.
           MOVE ZERO TO WS-DEADLINE.
           MOVE ZERO TO WS-DAYS-LEFT.
           IF WS-HIRE-DATE > ZERO
             COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-HIRE-DATE)
                  + WS-WINDOW-DAYS)
             COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE (WS-DEADLINE)
                 - WS-TODAY-INT
           END-IF.
           IF WS-HOLD-REASON = SPACES
             IF ADDR-UNAVAILABLE
               MOVE 'NO ADDRESS ON FILE' TO WS-HOLD-REASON
             ELSE
               MOVE EMPID OF EMPLOYEE-FILE
                    TO ADR-EMPID OF ADDRMSTR-REC
               READ ADDRMSTR
                   INVALID KEY
                     MOVE 'NO ADDRESS ON FILE' TO WS-HOLD-REASON
                   NOT INVALID KEY
                     PERFORM CHECK-ADDRESS-PARA
               END-READ
             END-IF
           END-IF.
           IF WS-HOLD-REASON = SPACES
             PERFORM WRITE-HIRE-PARA
           ELSE
             PERFORM HOLD-HIRE-PARA
           END-IF.

      * ================================================================
      * CHECK-ADDRESS-PARA
      * ================================================================
       CHECK-ADDRESS-PARA.
           EVALUATE TRUE
             WHEN ADR-STREET OF ADDRMSTR-REC = SPACES
                 OR ADR-CITY OF ADDRMSTR-REC = SPACES
                 OR ADR-STATE OF ADDRMSTR-REC = SPACES
                 OR ADR-POSTAL OF ADDRMSTR-REC = SPACES
               MOVE 'ADDRESS INCOMPLETE' TO WS-HOLD-REASON
           END-EVALUATE.
           IF WS-HOLD-REASON = SPACES
             IF TAX-UNAVAILABLE
               MOVE 'NO TAXPAYER ID' TO WS-HOLD-REASON
             ELSE
               MOVE EMPID OF EMPLOYEE-FILE TO TX-EMPID OF TAXMSTR-REC
               READ TAXMSTR
                   INVALID KEY
                     MOVE 'NO TAXPAYER ID' TO WS-HOLD-REASON
                   NOT INVALID KEY
                     IF TX-TAXID OF TAXMSTR-REC NOT NUMERIC
                       MOVE 'NO TAXPAYER ID' TO WS-HOLD-REASON
                     END-IF
               END-READ
             END-IF
           END-IF.

      * ================================================================
      * WRITE-HIRE-PARA
      * ================================================================
       WRITE-HIRE-PARA.
           MOVE SPACES TO NHRFILE-REC.
           MOVE TX-TAXID OF TAXMSTR-REC TO NH-TAXID.
           MOVE EMPFNM OF EMPLOYEE-FILE TO NH-FNM.
           MOVE EMPLNM OF EMPLOYEE-FILE TO NH-LNM.
           MOVE ADR-STREET OF ADDRMSTR-REC TO NH-STREET.
           MOVE ADR-CITY OF ADDRMSTR-REC TO NH-CITY.
           MOVE ADR-STATE OF ADDRMSTR-REC TO NH-STATE.
           MOVE ADR-POSTAL OF ADDRMSTR-REC TO NH-POSTAL.
           MOVE WS-HIRE-DATE TO NH-HIRE-DATE.
           IF EMPDOBY OF EMPLOYEE-FILE NUMERIC
               AND EMPDOBM OF EMPLOYEE-FILE NUMERIC
               AND EMPDOBD OF EMPLOYEE-FILE NUMERIC
             COMPUTE NH-DOB = EMPDOBY OF EMPLOYEE-FILE * 10000
                 + EMPDOBM OF EMPLOYEE-FILE * 100
                 + EMPDOBD OF EMPLOYEE-FILE
           ELSE
             MOVE ZERO TO NH-DOB
           END-IF.
           MOVE WS-ER-FEIN TO NH-FEIN.
           WRITE NHRFILE-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD EMPID OF EMPLOYEE-FILE TO WS-EMPID-HASH.
           PERFORM LIST-HIRE-PARA.
           IF WS-DAYS-LEFT < ZERO
             MOVE 'REPORTED LATE' TO RP-DETAIL (50:30)
           ELSE
             MOVE 'REPORTED' TO RP-DETAIL (50:30)
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * HOLD-HIRE-PARA
      * ================================================================
       HOLD-HIRE-PARA.
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'H' TO WS-HIRE-HELD (WS-HIRE-IDX).
           IF WS-HIRE-DATE > ZERO AND WS-DAYS-LEFT < ZERO
             ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           PERFORM LIST-HIRE-PARA.
           STRING '*** HELD - ' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY '  '
                  INTO RP-DETAIL (50:40)
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LIST-HIRE-PARA
      * The common front of a report line - days left, or LATE.
      * ================================================================
       LIST-HIRE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE EMPID OF EMPLOYEE-FILE TO RP-DETAIL (1:5).
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (7:20).
           IF WS-HIRE-DATE > ZERO
             MOVE WS-HIRE-DATE TO RP-DETAIL (28:8)
             MOVE WS-DEADLINE TO RP-DETAIL (37:8)
             IF WS-DAYS-LEFT < ZERO
               MOVE 'LATE' TO RP-DETAIL (46:4)
             ELSE
               MOVE WS-DAYS-LEFT TO WS-DAYS-ED
               MOVE WS-DAYS-ED (2:4) TO RP-DETAIL (46:4)
             END-IF
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO NHRFILE-REC.
           SET NHT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO NHT-COUNT.
           WRITE NHRFILE-REC.
           CLOSE NHRFILE.
           CLOSE EMPLOYEE.
           IF ADDR-AVAILABLE
             CLOSE ADDRMSTR
           END-IF.
           IF TAX-AVAILABLE
             CLOSE TAXMSTR
           END-IF.
           OPEN OUTPUT NHRPEND.
           PERFORM KEEP-ONE-HELD-PARA
               VARYING WS-HIRE-IDX FROM 1 BY 1
               UNTIL WS-HIRE-IDX > WS-HIRE-COUNT.
           CLOSE NHRPEND.
           OPEN OUTPUT NHRCTL.
           MOVE SPACES TO NHRCTL-REC.
           MOVE WS-GENERATION TO NC-GEN.
           MOVE WS-HIGH-STAMP TO NC-LAST-STAMP.
           WRITE NHRCTL-REC.
           CLOSE NHRCTL.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-FEED-COUNT DELIMITED BY SIZE
                  ' HIRE(S) REPORTED, ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  ' HELD (' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  ' PAST THE DEADLINE), ' DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  ' DROPPED' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ADD-COUNT DELIMITED BY SIZE
                  ' NEW ADD(S) ON THE AUDIT TRAIL, ' DELIMITED BY SIZE
                  WS-PEND-READ DELIMITED BY SIZE
                  ' HELD FROM EARLIER RUNS, WINDOW ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAY(S)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           MOVE 'NEWHREG' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'STATENHR' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE WS-EMPID-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           DISPLAY "NEWHREG: " WS-FEED-COUNT " HIRE(S) REPORTED, "
                   WS-HELD-COUNT " HELD, " WS-OVERDUE-COUNT
                   " OVERDUE".
           COMPUTE WS-RUNLOG-READ-TOTAL = WS-AUDIT-READ + WS-PEND-READ.
           MOVE WS-HELD-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-HELD-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * KEEP-ONE-HELD-PARA
      * ================================================================
       KEEP-ONE-HELD-PARA.
           IF WS-HIRE-HELD (WS-HIRE-IDX) = 'H'
             MOVE SPACES TO NHRPEND-REC
             MOVE WS-HIRE-EMPID (WS-HIRE-IDX) TO NP-EMPID
             WRITE NHRPEND-REC
           END-IF.
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
