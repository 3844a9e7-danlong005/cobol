      *================================================================
      * PENCENS
      * Annual pension valuation census for the plan actuary, on the
      * BENDEDN feed pattern.  The census used to be pieced together
      * by hand each year from output.dta, the termination history
      * and compmstr.dat.  One run now writes the whole population
      * as of the plan-year end date:
      *
      *    ./pencensus.dta  HDR  generation number, run date/time,
      *                          plan-year end date
      *                     detail  EMPID, names, DOB, EMPHDT,
      *                             status and EMPSTDT, credited
      *                             service (years and months, with
      *                             a bridged flag), current annual
      *                             salary, site, the source
      *                             (M master, H history only) and
      *                             the taxpayer ID
      *                     TRL  record count and salary hash (the
      *                          sum of the salaries fed)
      *
      * The plan-year end is the first command-line token
      * (YYYYMMDD); with none, 31 December of last year.  Members
      * are ACTIVE, ON-LEAVE and RETIRED employees on empmstr.dat,
      * plus terminated employees with vested service - on the
      * master or, once purged from it, on the termination history
      * (./termhist.dat) alone.  The vesting service is the VESTED
      * year boundary on ./benelig.parm (5 years without one), so
      * the census and the carrier's eligibility feed agree.
      *
      * Credited service runs from EMPHDT to the plan-year end, or
      * to EMPSTDT for a retired or terminated member who left
      * before it, in completed months, and takes prior service
      * through the rehire bridging rules (copybooks/
      * SVCBRIDGE_PARA.cob).  A status change dated after the
      * plan-year end did not exist on that date: the member is fed
      * as ACTIVE, service to the plan-year end.  Salary is the
      * current CMP-SALARY on ./compmstr.dat; a member with no
      * compensation record is fed at zero and listed.  The
      * taxpayer ID comes from the confidential ./taxmstr.dat
      * (copybooks/TAXID-REC.cob); a member with none is fed with
      * the field blank and listed.
      *
      * The companion report (./pencensus_YYYYMMDD.rpt) lists every
      * record left out of the census and why, then a reconciliation
      * page tying the census count back to the empmstr.dat and
      * termhist.dat record counts.  The generation and the last
      * plan-year end fed are kept on ./pensctl.dta; cutting the
      * same plan year twice is warned of, since the actuary must
      * replace the earlier file.  The file is registered on the
      * interface ledger as PENCENSUS to ACTUARY, hashed on the
      * whole-dollar salary total.  RC 8 with no master or a bad
      * plan-year end date; RC 4 on a re-cut plan year or members
      * fed without a salary, DOB or taxpayer ID.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENCENS.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT TAXMSTR ASSIGN TO './taxmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TX-EMPID OF TAXMSTR-REC
              ALTERNATE RECORD KEY IS TX-TAXID OF TAXMSTR-REC
              FILE STATUS IS WS-TAX-STATUS.
      *
      * Random for the bridging rules, walked in key order for the
      * history-only former members.
              SELECT TERMHIST ASSIGN TO './termhist.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-EMPID
              FILE STATUS IS SB-HIST-STATUS.
      *
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
      *
              SELECT BOUNDPARM ASSIGN TO './benelig.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
      *
              SELECT PENSCTL ASSIGN TO './pensctl.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
      *
              SELECT CENSFILE ASSIGN TO './pencensus.dta'
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
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD TAXMSTR.
           01 TAXMSTR-REC.
              COPY "TAXID-REC.cob".
      *
           FD TERMHIST.
           01 TERMHIST-REC.
              COPY "TERMVIEW-REC.cob".
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
      *
           FD BOUNDPARM.
           01 BOUNDPARM-REC.
              05 BP-NAME      PIC       X(12).
              05 FILLER       PIC        X(1).
              05 BP-UNIT      PIC        X(1).
              05 FILLER       PIC        X(1).
              05 BP-VALUE     PIC        9(5).
      *
           FD PENSCTL.
           01 PENSCTL-REC.
              05 PC-GEN          PIC     9(5).
              05 FILLER          PIC     X(1).
              05 PC-PYE-DATE     PIC     9(8).
      *
           FD CENSFILE.
           01 CENSFILE-REC.
              05 CN-EMPID        PIC     9(5).
              05 CN-LNM          PIC    X(35).
              05 CN-FNM          PIC    X(25).
              05 CN-DOB          PIC     9(8).
              05 CN-HIRE-DATE    PIC     9(8).
              05 CN-STATUS       PIC     X(1).
              05 CN-STATUS-DATE  PIC     9(8).
              05 CN-SVC-YEARS    PIC     9(3).
              05 CN-SVC-MONTHS   PIC     9(2).
              05 CN-BRIDGED      PIC     X(1).
              05 CN-SALARY       PIC  9(7)V99.
              05 CN-SITE         PIC     X(4).
              05 CN-SOURCE       PIC     X(1).
              05 CN-TAXID        PIC     X(9).
      *
           01 CENSFILE-HEADER REDEFINES CENSFILE-REC.
              05 CNH-CODE        PIC     X(3).
                 88 CNH-IS-HEADER      VALUE 'HDR'.
              05 CNH-GEN         PIC     9(5).
              05 CNH-RUN-DATE    PIC     9(8).
              05 CNH-RUN-TIME    PIC     9(6).
              05 CNH-PYE-DATE    PIC     9(8).
              05 FILLER          PIC    X(89).
      *
           01 CENSFILE-TRAILER REDEFINES CENSFILE-REC.
              05 CNT-CODE        PIC     X(3).
                 88 CNT-IS-TRAILER     VALUE 'TRL'.
              05 CNT-COUNT       PIC     9(7).
              05 CNT-SALARY-HASH PIC  9(11)V99.
              05 FILLER          PIC    X(96).
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
           01 WS-EMP-EOF      PIC        A(1).
           01 WS-HIST-EOF     PIC        A(1).
           01 WS-PARM-EOF     PIC        A(1).
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-CTL-STATUS   PIC        X(2).
              88 WS-CTL-OK           VALUE '00'.
           01 WS-COMP-SW      PIC        X(1) VALUE 'N'.
              88 COMP-AVAILABLE      VALUE 'Y'.
              88 COMP-UNAVAILABLE    VALUE 'N'.
           01 WS-TAX-STATUS   PIC        X(2).
              88 WS-TAX-OK           VALUE '00'.
           01 WS-TAX-SW       PIC        X(1) VALUE 'N'.
              88 TAX-AVAILABLE       VALUE 'Y'.
              88 TAX-UNAVAILABLE     VALUE 'N'.
      *
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-DATE-PARM    PIC        X(8).
           01 WS-PYE-DATE     PIC        9(8) VALUE ZERO.
           01 WS-PYE-DATE-R REDEFINES WS-PYE-DATE.
              05 WS-PYE-Y     PIC        9(4).
              05 WS-PYE-M     PIC        9(2).
              05 WS-PYE-D     PIC        9(2).
           01 WS-GENERATION   PIC        9(5) VALUE ZERO.
           01 WS-LAST-PYE-DATE PIC       9(8) VALUE ZERO.
           01 WS-RECUT-SW     PIC        X(1) VALUE 'N'.
              88 PLAN-YEAR-ALREADY-CUT VALUE 'Y'.
      *
      * Years of service that vest a terminated member.
           01 WS-VEST-YEARS   PIC        9(3) VALUE 005.
      *
      * The member in hand, from either file - the census record
      * and the reconciliation are built from these alone.
           01 WS-MBR-EMPID    PIC        9(5).
           01 WS-MBR-LNM      PIC       X(35).
           01 WS-MBR-FNM      PIC       X(25).
           01 WS-MBR-DOB      PIC        9(8).
           01 WS-MBR-STAT     PIC        X(1).
              88 MBR-ACTIVE          VALUE 'A'.
              88 MBR-TERMINATED      VALUE 'T'.
              88 MBR-ON-LEAVE        VALUE 'L'.
              88 MBR-RETIRED         VALUE 'R'.
           01 WS-MBR-STDT     PIC        9(8).
           01 WS-MBR-SITE     PIC        X(4).
           01 WS-MBR-SOURCE   PIC        X(1).
              88 MBR-FROM-MASTER     VALUE 'M'.
              88 MBR-FROM-HISTORY    VALUE 'H'.
           01 WS-MBR-SALARY   PIC    9(7)V99.
           01 WS-MBR-REASON   PIC       X(40).
      *
      * Service span, hire date to the earlier of the status date
      * (retired or terminated) and the plan-year end.
           01 WS-SVC-FROM     PIC        9(8).
           01 WS-SVC-FROM-R REDEFINES WS-SVC-FROM.
              05 WS-SVC-FROM-Y PIC       9(4).
              05 WS-SVC-FROM-M PIC       9(2).
              05 WS-SVC-FROM-D PIC       9(2).
           01 WS-SVC-TO       PIC        9(8).
           01 WS-SVC-TO-R REDEFINES WS-SVC-TO.
              05 WS-SVC-TO-Y  PIC        9(4).
              05 WS-SVC-TO-M  PIC        9(2).
              05 WS-SVC-TO-D  PIC        9(2).
           01 WS-SVC-MONTHS   PIC       S9(5).
           01 WS-SVC-YEARS    PIC        9(3).
           01 WS-SVC-REM      PIC        9(2).
      *
      * Reconciliation counts.  Master records read = every line
      * under them; history records read = on master + history-only
      * vested or since-left + history-only left out.
           01 WS-MSTR-READ        PIC    9(7) VALUE ZERO.
           01 WS-IN-ACTIVE        PIC    9(7) VALUE ZERO.
           01 WS-IN-LEAVE         PIC    9(7) VALUE ZERO.
           01 WS-IN-RETIRED       PIC    9(7) VALUE ZERO.
           01 WS-IN-TERM-VESTED   PIC    9(7) VALUE ZERO.
           01 WS-IN-CHANGED-SINCE PIC    9(7) VALUE ZERO.
           01 WS-OUT-NOT-VESTED   PIC    9(7) VALUE ZERO.
           01 WS-OUT-HIRED-AFTER  PIC    9(7) VALUE ZERO.
           01 WS-OUT-BAD-DATA     PIC    9(7) VALUE ZERO.
           01 WS-HIST-READ        PIC    9(7) VALUE ZERO.
           01 WS-HIST-ON-MASTER   PIC    9(7) VALUE ZERO.
           01 WS-HIST-VESTED      PIC    9(7) VALUE ZERO.
           01 WS-HIST-CHANGED-SINCE PIC  9(7) VALUE ZERO.
           01 WS-HIST-NOT-VESTED  PIC    9(7) VALUE ZERO.
           01 WS-HIST-OUT-OTHER   PIC    9(7) VALUE ZERO.
           01 WS-NO-SALARY        PIC    9(7) VALUE ZERO.
           01 WS-NO-DOB           PIC    9(7) VALUE ZERO.
           01 WS-NO-TAXID         PIC    9(7) VALUE ZERO.
           01 WS-BRIDGED-COUNT    PIC    9(7) VALUE ZERO.
           01 WS-LISTED-COUNT     PIC    9(7) VALUE ZERO.
      *
           01 WS-FEED-COUNT   PIC        9(7) VALUE ZERO.
           01 WS-SALARY-HASH  PIC   9(11)V99 VALUE ZERO.
      *
           01 WS-RECON-LABEL  PIC       X(50).
           01 WS-RECON-COUNT  PIC        9(7).
           01 WS-COUNT-ED     PIC   Z,ZZZ,ZZ9.
           01 WS-TOTAL-ED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PENCENS'.
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
       COPY "SVCBRIDGE_DEF.cob".
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
           PERFORM SET-PLAN-YEAR-END-PARA.
           PERFORM LOAD-VESTING-PARA.
           PERFORM LOAD-CONTROL-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "PENCENS: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT COMPMSTR.
           IF WS-COMP-OK
             SET COMP-AVAILABLE TO TRUE
           ELSE
             SET COMP-UNAVAILABLE TO TRUE
             DISPLAY "PENCENS: NO COMPMSTR.DAT - EVERY MEMBER IS "
                     "FED WITHOUT A SALARY"
           END-IF.
           OPEN INPUT TAXMSTR.
           IF WS-TAX-OK
             SET TAX-AVAILABLE TO TRUE
           ELSE
             SET TAX-UNAVAILABLE TO TRUE
             DISPLAY "PENCENS: NO TAXMSTR.DAT - EVERY MEMBER IS "
                     "FED WITHOUT A TAXPAYER ID"
           END-IF.
           PERFORM OPEN-BRIDGE-PARA.
           OPEN OUTPUT CENSFILE.
           MOVE SPACES TO CENSFILE-REC.
           SET CNH-IS-HEADER TO TRUE.
           MOVE WS-GENERATION TO CNH-GEN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CNH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CNH-RUN-TIME.
           MOVE WS-PYE-DATE TO CNH-PYE-DATE.
           WRITE CENSFILE-REC.
           MOVE SPACES TO RP-FNAME.
           STRING './pencensus_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'PENCENS - PENSION CENSUS EXCLUSIONS/RECONCILIATION'
                TO RP-TITLE.
           MOVE 'EMPID LAST NAME            ST STATUS DT SRC REASON'
                TO RP-COLHDG.
           MOVE WS-PYE-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           DISPLAY "PENCENS - GENERATION " WS-GENERATION
                   " FOR PLAN YEAR ENDING " WS-PYE-DATE
                   ", VESTING AT " WS-VEST-YEARS " YEAR(S)".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * SET-PLAN-YEAR-END-PARA
      * The first command-line token, or 31 December of last year.
      * ================================================================
       SET-PLAN-YEAR-END-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DATE-PARM.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DATE-PARM
           END-UNSTRING.
           IF WS-DATE-PARM = SPACES
             MOVE FUNCTION CURRENT-DATE (1:4) TO WS-PYE-Y
             SUBTRACT 1 FROM WS-PYE-Y
             MOVE 12 TO WS-PYE-M
             MOVE 31 TO WS-PYE-D
           ELSE
             IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-PYE-DATE
             END-IF
             IF WS-PYE-DATE = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-PYE-DATE) NOT = 0
               DISPLAY "PENCENS: *** PLAN-YEAR END " WS-DATE-PARM
                       " IS NOT A YYYYMMDD DATE - NOTHING FED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

      * ================================================================
      * LOAD-VESTING-PARA
      * The VESTED year boundary off the eligibility feed's
      * parameter file, when it has one.
      * ================================================================
       LOAD-VESTING-PARA.
           OPEN INPUT BOUNDPARM.
           IF WS-PARM-OK
             MOVE ' ' TO WS-PARM-EOF
             READ BOUNDPARM INTO BOUNDPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             PERFORM UNTIL WS-PARM-EOF = 'Y'
               IF BOUNDPARM-REC (1:1) NOT = '*'
                   AND BP-NAME = 'VESTED'
                   AND BP-UNIT = 'Y'
                   AND BP-VALUE NUMERIC
                 MOVE BP-VALUE TO WS-VEST-YEARS
               END-IF
               READ BOUNDPARM INTO BOUNDPARM-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE BOUNDPARM
           END-IF.

      * ================================================================
      * LOAD-CONTROL-PARA
      * ================================================================
       LOAD-CONTROL-PARA.
           OPEN INPUT PENSCTL.
           IF WS-CTL-OK
             READ PENSCTL INTO PENSCTL-REC
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PC-GEN NUMERIC AND PC-PYE-DATE NUMERIC
                     MOVE PC-GEN TO WS-GENERATION
                     MOVE PC-PYE-DATE TO WS-LAST-PYE-DATE
                   END-IF
             END-READ
             CLOSE PENSCTL
           END-IF.
           IF WS-LAST-PYE-DATE = WS-PYE-DATE
             SET PLAN-YEAR-ALREADY-CUT TO TRUE
             DISPLAY "PENCENS: PLAN YEAR ENDING " WS-PYE-DATE
                     " ALREADY CUT IN GENERATION " WS-GENERATION
                     " - THE ACTUARY MUST REPLACE THAT FILE"
           END-IF.
           ADD 1 TO WS-GENERATION.

      * ================================================================
      * PROCESS-PARA
      * The master in key order, then the termination history for
      * former members the master no longer carries.
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-EMP-EOF.
           READ EMPLOYEE NEXT RECORD
                AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             ADD 1 TO WS-MSTR-READ
             PERFORM CENSUS-ONE-EMP-PARA
             READ EMPLOYEE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EMP-EOF
             END-READ
           END-PERFORM.
           IF BRIDGING-AVAILABLE
             PERFORM SCAN-HISTORY-PARA
           END-IF.

      * ================================================================
      * CENSUS-ONE-EMP-PARA
      * ================================================================
       CENSUS-ONE-EMP-PARA.
           SET MBR-FROM-MASTER TO TRUE.
           MOVE EMPID OF EMPLOYEE-FILE TO WS-MBR-EMPID.
           MOVE EMPLNM OF EMPLOYEE-FILE TO WS-MBR-LNM.
           MOVE EMPFNM OF EMPLOYEE-FILE TO WS-MBR-FNM.
           MOVE EMPSTAT OF EMPLOYEE-FILE TO WS-MBR-STAT.
           MOVE EMPSITE OF EMPLOYEE-FILE TO WS-MBR-SITE.
           IF EMPSTDT OF EMPLOYEE-FILE NUMERIC
             MOVE EMPSTDT OF EMPLOYEE-FILE TO WS-MBR-STDT
           ELSE
             MOVE ZERO TO WS-MBR-STDT
           END-IF.
           IF EMPDOBY OF EMPLOYEE-FILE NUMERIC
               AND EMPDOBM OF EMPLOYEE-FILE NUMERIC
               AND EMPDOBD OF EMPLOYEE-FILE NUMERIC
             COMPUTE WS-MBR-DOB = EMPDOBY OF EMPLOYEE-FILE * 10000
                 + EMPDOBM OF EMPLOYEE-FILE * 100
                 + EMPDOBD OF EMPLOYEE-FILE
           ELSE
             MOVE ZERO TO WS-MBR-DOB
           END-IF.
           IF EMPHDTY OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTM OF EMPLOYEE-FILE NUMERIC
               AND EMPHDTD OF EMPLOYEE-FILE NUMERIC
             COMPUTE WS-SVC-FROM = EMPHDTY OF EMPLOYEE-FILE * 10000
                 + EMPHDTM OF EMPLOYEE-FILE * 100
                 + EMPHDTD OF EMPLOYEE-FILE
           ELSE
             MOVE ZERO TO WS-SVC-FROM
           END-IF.
           EVALUATE TRUE
             WHEN WS-SVC-FROM = ZERO
               ADD 1 TO WS-OUT-BAD-DATA
               MOVE 'NO USABLE HIRE DATE' TO WS-MBR-REASON
               PERFORM LIST-MEMBER-PARA
             WHEN NOT (MBR-ACTIVE OR MBR-ON-LEAVE OR MBR-RETIRED
                       OR MBR-TERMINATED)
               ADD 1 TO WS-OUT-BAD-DATA
               MOVE 'STATUS CODE NOT A/L/R/T' TO WS-MBR-REASON
               PERFORM LIST-MEMBER-PARA
             WHEN WS-SVC-FROM > WS-PYE-DATE
               ADD 1 TO WS-OUT-HIRED-AFTER
               MOVE 'HIRED AFTER THE PLAN-YEAR END' TO WS-MBR-REASON
               PERFORM LIST-MEMBER-PARA
             WHEN OTHER
               PERFORM SERVICE-TO-PYE-PARA
               MOVE EMPHDTY OF EMPLOYEE-FILE TO SB-NEW-HIRE-Y
               MOVE EMPHDTM OF EMPLOYEE-FILE TO SB-NEW-HIRE-M
               PERFORM CREDIT-SERVICE-PARA
               PERFORM CLASSIFY-MASTER-PARA
           END-EVALUATE.

      * ================================================================
      * CLASSIFY-MASTER-PARA
      * Status as of the plan-year end, and in or out.
      * ================================================================
       CLASSIFY-MASTER-PARA.
           IF NOT MBR-ACTIVE AND WS-MBR-STDT > WS-PYE-DATE
             ADD 1 TO WS-IN-CHANGED-SINCE
             SET MBR-ACTIVE TO TRUE
             MOVE WS-SVC-FROM TO WS-MBR-STDT
             PERFORM FEED-MEMBER-PARA
           ELSE
             EVALUATE TRUE
               WHEN MBR-ACTIVE
                 ADD 1 TO WS-IN-ACTIVE
                 PERFORM FEED-MEMBER-PARA
               WHEN MBR-ON-LEAVE
                 ADD 1 TO WS-IN-LEAVE
                 PERFORM FEED-MEMBER-PARA
               WHEN MBR-RETIRED
                 ADD 1 TO WS-IN-RETIRED
                 PERFORM FEED-MEMBER-PARA
               WHEN SB-SVC-YEARS >= WS-VEST-YEARS
                 ADD 1 TO WS-IN-TERM-VESTED
                 PERFORM FEED-MEMBER-PARA
               WHEN OTHER
                 ADD 1 TO WS-OUT-NOT-VESTED
                 MOVE 'TERMINATED, NOT VESTED' TO WS-MBR-REASON
                 PERFORM LIST-MEMBER-PARA
             END-EVALUATE
           END-IF.

      * ================================================================
      * SCAN-HISTORY-PARA
      * Every termination on the history, in EMPID order.  One the
      * master still carries was counted there (as terminated, or
      * as whatever a rehire now is); the rest are former members
      * purged from the master, in the census only if vested.
      * ================================================================
       SCAN-HISTORY-PARA.
           MOVE ' ' TO WS-HIST-EOF.
           MOVE ZERO TO TH-EMPID.
           START TERMHIST KEY IS NOT LESS THAN TH-EMPID
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START.
           IF WS-HIST-EOF NOT = 'Y'
             READ TERMHIST NEXT RECORD
                  AT END MOVE 'Y' TO WS-HIST-EOF
             END-READ
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
             ADD 1 TO WS-HIST-READ
             MOVE TH-EMPID TO EMPID OF EMPLOYEE-FILE
             READ EMPLOYEE
                 INVALID KEY
                   PERFORM CENSUS-ONE-FORMER-PARA
                 NOT INVALID KEY
                   ADD 1 TO WS-HIST-ON-MASTER
             END-READ
             READ TERMHIST NEXT RECORD
                  AT END MOVE 'Y' TO WS-HIST-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CENSUS-ONE-FORMER-PARA
      * A history-only member - service is the terminated span
      * itself, hire to status date; there is nothing to bridge.
      * ================================================================
       CENSUS-ONE-FORMER-PARA.
           SET MBR-FROM-HISTORY TO TRUE.
           MOVE TH-EMPID TO WS-MBR-EMPID.
           MOVE TH-LNM TO WS-MBR-LNM.
           MOVE TH-FNM TO WS-MBR-FNM.
           MOVE TH-STAT TO WS-MBR-STAT.
           MOVE TH-SITE TO WS-MBR-SITE.
           IF TH-STDT NUMERIC
             MOVE TH-STDT TO WS-MBR-STDT
           ELSE
             MOVE ZERO TO WS-MBR-STDT
           END-IF.
           IF TH-DOB (1:4) NUMERIC AND TH-DOB (6:2) NUMERIC
               AND TH-DOB (9:2) NUMERIC
             MOVE TH-DOB (1:4) TO WS-MBR-DOB (1:4)
             MOVE TH-DOB (6:2) TO WS-MBR-DOB (5:2)
             MOVE TH-DOB (9:2) TO WS-MBR-DOB (7:2)
           ELSE
             MOVE ZERO TO WS-MBR-DOB
           END-IF.
           IF TH-HDT-Y NUMERIC AND TH-HDT-M NUMERIC
               AND TH-HDT-D NUMERIC
             COMPUTE WS-SVC-FROM = TH-HDT-Y * 10000
                 + TH-HDT-M * 100 + TH-HDT-D
           ELSE
             MOVE ZERO TO WS-SVC-FROM
           END-IF.
           SET SERVICE-NOT-BRIDGED TO TRUE.
           EVALUATE TRUE
             WHEN WS-SVC-FROM = ZERO OR WS-MBR-STDT = ZERO
               ADD 1 TO WS-HIST-OUT-OTHER
               MOVE 'HISTORY ONLY, NO USABLE HIRE/TERM DATE'
                    TO WS-MBR-REASON
               PERFORM LIST-MEMBER-PARA
             WHEN WS-SVC-FROM > WS-PYE-DATE
               ADD 1 TO WS-HIST-OUT-OTHER
               MOVE 'HISTORY ONLY, HIRED AFTER PLAN-YEAR END'
                    TO WS-MBR-REASON
               PERFORM LIST-MEMBER-PARA
             WHEN OTHER
               PERFORM SERVICE-TO-PYE-PARA
               MOVE WS-SVC-YEARS TO SB-SVC-YEARS
               IF WS-MBR-STDT > WS-PYE-DATE
                 ADD 1 TO WS-HIST-CHANGED-SINCE
                 SET MBR-ACTIVE TO TRUE
                 MOVE WS-SVC-FROM TO WS-MBR-STDT
                 PERFORM FEED-MEMBER-PARA
               ELSE
                 IF SB-SVC-YEARS >= WS-VEST-YEARS
                   ADD 1 TO WS-HIST-VESTED
                   PERFORM FEED-MEMBER-PARA
                 ELSE
                   ADD 1 TO WS-HIST-NOT-VESTED
                   MOVE 'HISTORY ONLY, TERMINATED, NOT VESTED'
                        TO WS-MBR-REASON
                   PERFORM LIST-MEMBER-PARA
                 END-IF
               END-IF
           END-EVALUATE.

      * ================================================================
      * SERVICE-TO-PYE-PARA
      * Completed months, WS-SVC-FROM to the plan-year end or to an
      * earlier retirement/termination date.
      * ================================================================
       SERVICE-TO-PYE-PARA.
           MOVE WS-PYE-DATE TO WS-SVC-TO.
           IF (MBR-RETIRED OR MBR-TERMINATED)
               AND WS-MBR-STDT > ZERO
               AND WS-MBR-STDT < WS-PYE-DATE
             MOVE WS-MBR-STDT TO WS-SVC-TO
           END-IF.
           COMPUTE WS-SVC-MONTHS =
               (WS-SVC-TO-Y * 12 + WS-SVC-TO-M)
               - (WS-SVC-FROM-Y * 12 + WS-SVC-FROM-M).
           IF WS-SVC-TO-D < WS-SVC-FROM-D
             SUBTRACT 1 FROM WS-SVC-MONTHS
           END-IF.
           IF WS-SVC-MONTHS < ZERO
             MOVE ZERO TO WS-SVC-MONTHS
           END-IF.
           DIVIDE WS-SVC-MONTHS BY 12 GIVING WS-SVC-YEARS
               REMAINDER WS-SVC-REM.

      * ================================================================
      * CREDIT-SERVICE-PARA
      * Completed years plus any prior service the rehire rules
      * bridge in.
      * ================================================================
       CREDIT-SERVICE-PARA.
           MOVE WS-MBR-EMPID TO SB-EMPID.
           MOVE WS-SVC-YEARS TO SB-SVC-YEARS.
           PERFORM BRIDGE-SERVICE-PARA.

      * ================================================================
      * FEED-MEMBER-PARA
      * ================================================================
       FEED-MEMBER-PARA.
           MOVE ZERO TO WS-MBR-SALARY.
           IF COMP-AVAILABLE
             MOVE WS-MBR-EMPID TO CMP-EMPID OF COMPMSTR-REC
             READ COMPMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CMP-SALARY OF COMPMSTR-REC TO WS-MBR-SALARY
             END-READ
           END-IF.
           MOVE SPACES TO CENSFILE-REC.
           MOVE WS-MBR-EMPID TO CN-EMPID.
           MOVE WS-MBR-LNM TO CN-LNM.
           MOVE WS-MBR-FNM TO CN-FNM.
           MOVE WS-MBR-DOB TO CN-DOB.
           MOVE WS-SVC-FROM TO CN-HIRE-DATE.
           MOVE WS-MBR-STAT TO CN-STATUS.
           MOVE WS-MBR-STDT TO CN-STATUS-DATE.
           MOVE SB-SVC-YEARS TO CN-SVC-YEARS.
           MOVE WS-SVC-REM TO CN-SVC-MONTHS.
           IF SERVICE-WAS-BRIDGED
             MOVE 'Y' TO CN-BRIDGED
             ADD 1 TO WS-BRIDGED-COUNT
           ELSE
             MOVE 'N' TO CN-BRIDGED
           END-IF.
           MOVE WS-MBR-SALARY TO CN-SALARY.
           MOVE WS-MBR-SITE TO CN-SITE.
           MOVE WS-MBR-SOURCE TO CN-SOURCE.
           IF TAX-AVAILABLE
             MOVE WS-MBR-EMPID TO TX-EMPID OF TAXMSTR-REC
             READ TAXMSTR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE TX-TAXID OF TAXMSTR-REC TO CN-TAXID
             END-READ
           END-IF.
           WRITE CENSFILE-REC.
           ADD 1 TO WS-FEED-COUNT.
           ADD WS-MBR-SALARY TO WS-SALARY-HASH.
           IF WS-MBR-SALARY = ZERO
             ADD 1 TO WS-NO-SALARY
             MOVE 'FED - NO SALARY ON COMPMSTR.DAT'
                  TO WS-MBR-REASON
             PERFORM LIST-MEMBER-PARA
           END-IF.
           IF WS-MBR-DOB = ZERO
             ADD 1 TO WS-NO-DOB
             MOVE 'FED - NO USABLE DATE OF BIRTH' TO WS-MBR-REASON
             PERFORM LIST-MEMBER-PARA
           END-IF.
           IF CN-TAXID = SPACES
             ADD 1 TO WS-NO-TAXID
             MOVE 'FED - NO TAXPAYER ID ON FILE' TO WS-MBR-REASON
             PERFORM LIST-MEMBER-PARA
           END-IF.

      * ================================================================
      * LIST-MEMBER-PARA
      * One line on the exclusions listing.
      * ================================================================
       LIST-MEMBER-PARA.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-MBR-EMPID TO RP-DETAIL (1:5).
           MOVE WS-MBR-LNM (1:20) TO RP-DETAIL (7:20).
           MOVE WS-MBR-STAT TO RP-DETAIL (28:1).
           MOVE WS-MBR-STDT TO RP-DETAIL (31:8).
           MOVE WS-MBR-SOURCE TO RP-DETAIL (41:1).
           MOVE WS-MBR-REASON TO RP-DETAIL (45:40).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE SPACES TO CENSFILE-REC.
           SET CNT-IS-TRAILER TO TRUE.
           MOVE WS-FEED-COUNT TO CNT-COUNT.
           MOVE WS-SALARY-HASH TO CNT-SALARY-HASH.
           WRITE CENSFILE-REC.
           CLOSE CENSFILE.
           CLOSE EMPLOYEE.
           IF COMP-AVAILABLE
             CLOSE COMPMSTR
           END-IF.
           IF TAX-AVAILABLE
             CLOSE TAXMSTR
           END-IF.
           PERFORM CLOSE-BRIDGE-PARA.
           OPEN OUTPUT PENSCTL.
           MOVE SPACES TO PENSCTL-REC.
           MOVE WS-GENERATION TO PC-GEN.
           MOVE WS-PYE-DATE TO PC-PYE-DATE.
           WRITE PENSCTL-REC.
           CLOSE PENSCTL.
           IF WS-LISTED-COUNT = ZERO
             MOVE SPACES TO RP-DETAIL
             MOVE 'NO MEMBER LEFT OUT OR FLAGGED' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           PERFORM REPORT-RECONCILIATION-PARA.
           PERFORM CLOSE-REPORT-PARA.
           MOVE 'PENCENSUS' TO WS-IFL-INTERFACE.
           MOVE 'O' TO WS-IFL-DIRECTION.
           MOVE 'ACTUARY' TO WS-IFL-COUNTERPARTY.
           MOVE WS-GENERATION TO WS-IFL-GENERATION.
           MOVE WS-FEED-COUNT TO WS-IFL-COUNT.
           MOVE WS-SALARY-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-SALARY-HASH TO WS-TOTAL-ED.
           DISPLAY "PENCENS: " WS-FEED-COUNT " MEMBER(S) FED, "
                   "SALARY HASH " WS-TOTAL-ED.
           COMPUTE WS-RUNLOG-READ-TOTAL = WS-MSTR-READ + WS-HIST-READ.
           COMPUTE WS-RUNLOG-REJECT-TOTAL = WS-OUT-BAD-DATA
               + WS-HIST-OUT-OTHER.
           PERFORM WRITE-RUNLOG-PARA.
           IF PLAN-YEAR-ALREADY-CUT OR WS-NO-SALARY > 0
               OR WS-NO-DOB > 0 OR WS-NO-TAXID > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * ================================================================
      * REPORT-RECONCILIATION-PARA
      * Its own page - every master and history record accounted
      * for, in or out, down to the census count.
      * ================================================================
       REPORT-RECONCILIATION-PARA.
           MOVE 'SOURCE / DISPOSITION' TO RP-COLHDG.
           MOVE 'RECORDS' TO RP-COLHDG (56:7).
           MOVE RP-PAGE-SIZE TO RP-LINE-COUNT.
           MOVE 'EMPMSTR.DAT RECORDS READ' TO WS-RECON-LABEL.
           MOVE WS-MSTR-READ TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - ACTIVE' TO WS-RECON-LABEL.
           MOVE WS-IN-ACTIVE TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - ON LEAVE' TO WS-RECON-LABEL.
           MOVE WS-IN-LEAVE TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - RETIRED' TO WS-RECON-LABEL.
           MOVE WS-IN-RETIRED TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - TERMINATED, VESTED' TO WS-RECON-LABEL.
           MOVE WS-IN-TERM-VESTED TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - ACTIVE AT YEAR END, STATUS CHANGED SINCE'
                TO WS-RECON-LABEL.
           MOVE WS-IN-CHANGED-SINCE TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OUT - TERMINATED, NOT VESTED' TO WS-RECON-LABEL.
           MOVE WS-OUT-NOT-VESTED TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OUT - HIRED AFTER THE PLAN-YEAR END'
                TO WS-RECON-LABEL.
           MOVE WS-OUT-HIRED-AFTER TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OUT - NO USABLE HIRE DATE OR STATUS'
                TO WS-RECON-LABEL.
           MOVE WS-OUT-BAD-DATA TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'TERMHIST.DAT RECORDS READ' TO WS-RECON-LABEL.
           MOVE WS-HIST-READ TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  ALSO ON EMPMSTR.DAT - COUNTED ABOVE'
                TO WS-RECON-LABEL.
           MOVE WS-HIST-ON-MASTER TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - PURGED FROM MASTER, VESTED'
                TO WS-RECON-LABEL.
           MOVE WS-HIST-VESTED TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  IN  - PURGED, ACTIVE AT YEAR END, LEFT SINCE'
                TO WS-RECON-LABEL.
           MOVE WS-HIST-CHANGED-SINCE TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OUT - PURGED FROM MASTER, NOT VESTED'
                TO WS-RECON-LABEL.
           MOVE WS-HIST-NOT-VESTED TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OUT - PURGED, NO USABLE DATES OR HIRED LATER'
                TO WS-RECON-LABEL.
           MOVE WS-HIST-OUT-OTHER TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE 'CENSUS RECORDS FED' TO WS-RECON-LABEL.
           MOVE WS-FEED-COUNT TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OF WHICH SERVICE BRIDGED BY REHIRE RULES'
                TO WS-RECON-LABEL.
           MOVE WS-BRIDGED-COUNT TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OF WHICH NO SALARY ON COMPMSTR.DAT'
                TO WS-RECON-LABEL.
           MOVE WS-NO-SALARY TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OF WHICH NO USABLE DATE OF BIRTH' TO WS-RECON-LABEL.
           MOVE WS-NO-DOB TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE '  OF WHICH NO TAXPAYER ID ON FILE' TO WS-RECON-LABEL.
           MOVE WS-NO-TAXID TO WS-RECON-COUNT.
           PERFORM REPORT-RECON-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-SALARY-HASH TO WS-TOTAL-ED.
           STRING 'SALARY HASH (TRAILER)' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           MOVE WS-TOTAL-ED TO RP-DETAIL (46:17).
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'VESTING AT ' DELIMITED BY SIZE
                  WS-VEST-YEARS DELIMITED BY SIZE
                  ' YEAR(S) OF CREDITED SERVICE, GENERATION '
                  DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF PLAN-YEAR-ALREADY-CUT
             MOVE SPACES TO RP-DETAIL
             MOVE '*** THIS PLAN YEAR WAS ALREADY CUT - THE ACTUARY '
                  TO RP-DETAIL
             MOVE 'MUST REPLACE THE EARLIER FILE ***'
                  TO RP-DETAIL (50:33)
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * REPORT-RECON-LINE-PARA
      * ================================================================
       REPORT-RECON-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           MOVE WS-RECON-LABEL TO RP-DETAIL (1:50).
           MOVE WS-RECON-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO RP-DETAIL (54:9).
           PERFORM WRITE-REPORT-LINE-PARA.
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
      * ================================================================
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
