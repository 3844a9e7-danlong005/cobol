      *
      *    - key an EMPID to go straight to that record;
      *    - key the start of a last name to position on the first
      *      matching surname (the EMPLNM alternate key), or, when
      *      no legal surname matches, on the first matching
      *      preferred surname (the PN-PREF-LNM alternate key of
      *      ./prefmstr.dat);
      *    - N pages forward and P pages backward through the file
      *      with the next/prior keyed READ;
      *    - Q ends the session.
      *
      * Under the master the lower half of the screen holds one
      * companion-file panel at a time, so the rest of the call -
      * the address, the dependents, the certifications, the leave
      * balance, who they report to, where they have worked, what
      * they are paid - needs no second program.  One letter opens
      * a panel, which follows the browse from record to record
      * until M closes it; + and - page through a panel longer than
      * the screen:
      *
      *    A  address and emergency contact   ./addrmstr.dat
      *    D  dependents                      ./depmstr.dat
      *    S  skills and certifications       ./skillmstr.dat
      *    L  leave balance                   ./leavebal.dat
      *    R  supervisor and direct reports   ./supvisor.dat
      *    H  position history                ./poshist.dta
      *    C  compensation                    ./compmstr.dat
      *
      * A single letter that opens no panel still positions on a
      * surname.  Each panel is offered only to the operator
      * classes (copybooks/OPER-REC.cob) listed for it - the tab
      * line shows just the ones the operator may open - and the
      * salary on the compensation panel is masked for every class
      * not listed as seeing it.  Out of the box the dependents and
      * compensation panels need class U or A, the others are open
      * to R, and only class A sees salary; ./empinq.parm relists
      * any of them, one line per panel on the infile.parm pattern:
      *
      *    col  1    panel letter, or $ for the salary
      *    cols 3-6  the classes that see it, e.g. 'UA'
      *
      * A site running without sign-on is shown what class R sees.
      *
      * Each record is shown with the computed age and service
      * figures EMPLOOK derives through CALCULATE-AGE-PARA, so the
      * screen answers the whole call, not just the lookup.  The
      * NAME line is the name the employee goes by (copybooks/
      * PREFNAME_PARA.cob), with the legal name on the line under
      * it whenever the two differ.
      *
      * The session opens with a sign-on at the terminal - operator
      * ID (when ./signon.parm names nobody) and password, checked
      * by the shared CHECK-SIGNON-PARA - and needs class R or
      * better.  Every record brought to the screen is logged to
      * ./readlog.dta against the signed-on operator (copybooks/
      * READLOG_PARA.cob), and so is every panel, naming the panel
      * and whether a salary was shown.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PN-EMPID
              ALTERNATE RECORD KEY IS PN-PREF-LNM WITH DUPLICATES
              FILE STATUS IS PF-STATUS.
      *
              SELECT ADDRMSTR ASSIGN TO './addrmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-EMPID OF ADDRMSTR-REC
              FILE STATUS IS WS-ADDR-STATUS.
      *
              SELECT DEPMSTR ASSIGN TO './depmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEP-KEY OF DEPMSTR-REC
              FILE STATUS IS WS-DEP-STATUS.
      *
              SELECT SKILLMSTR ASSIGN TO './skillmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SKL-KEY OF SKILLMSTR-REC
              FILE STATUS IS WS-SKL-STATUS.
      *
              SELECT LEAVEBAL ASSIGN TO './leavebal.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
              FILE STATUS IS WS-BAL-STATUS.
      *
              SELECT SUPVISOR ASSIGN TO './supvisor.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUP-EMPID OF SUPVISOR-REC
              FILE STATUS IS WS-SUP-STATUS.
      *
              SELECT POSHIST ASSIGN TO './poshist.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSH-STATUS.
      *
              SELECT COMPMSTR ASSIGN TO './compmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT INQPARM ASSIGN TO './empinq.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
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
              SELECT READLOG ASSIGN TO './readlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RA-LOG-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           FD ADDRMSTR.
           01 ADDRMSTR-REC.
              COPY "ADDR-REC.cob".
      *
           FD DEPMSTR.
           01 DEPMSTR-REC.
              COPY "DEPEND-REC.cob".
      *
           FD SKILLMSTR.
           01 SKILLMSTR-REC.
              COPY "SKILL-REC.cob".
      *
           FD LEAVEBAL.
           01 LEAVEBAL-REC.
              COPY "LEAVE-REC.cob".
      *
           FD SUPVISOR.
           01 SUPVISOR-REC.
              COPY "SUPV-REC.cob".
      *
           FD POSHIST.
           01 POSHIST-REC.
              COPY "POSHIST-REC.cob".
      *
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD INQPARM.
           01 INQPARM-REC.
              05 IP-PANEL-KEY PIC        X(1).
              05 FILLER       PIC        X(1).
              05 IP-CLASSES   PIC        X(4).
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
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS   PIC        X(2).
              88 NO-RECORD-YET       VALUE 'N'.
      *
           01 WS-LOOKUP-NUM   PIC        9(5).
      *
      * Name positioning - how much of the typed value a surname
      * must start with, and whether the legal surname did.
           01 WS-SRCH-LEN     PIC        9(2).
           01 WS-NAME-MATCH-SW PIC       X(1).
              88 NAME-MATCHED        VALUE 'Y'.
              88 NO-NAME-MATCH       VALUE 'N'.
           01 WS-LEGAL-TEXT   PIC       X(70) VALUE SPACES.
      *
           01 WS-AGE-TEXT     PIC       X(12) VALUE SPACES.
           01 WS-SVC-TEXT     PIC       X(12) VALUE SPACES.
           01 SVC-MONTHS      PIC        9(2).
           01 SVC-DAYS        PIC        9(2).
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'EMPINQ'.
      *
      * The companion files behind the panels, and which of them
      * opened - a file not on hand leaves its panel saying so.
           01 WS-ADDR-STATUS  PIC        X(2).
              88 WS-ADDR-OK          VALUE '00'.
           01 WS-DEP-STATUS   PIC        X(2).
              88 WS-DEP-OK           VALUE '00'.
           01 WS-SKL-STATUS   PIC        X(2).
              88 WS-SKL-OK           VALUE '00'.
           01 WS-BAL-STATUS   PIC        X(2).
              88 WS-BAL-OK           VALUE '00'.
           01 WS-SUP-STATUS   PIC        X(2).
              88 WS-SUP-OK           VALUE '00'.
           01 WS-POSH-STATUS  PIC        X(2).
              88 WS-POSH-OK          VALUE '00'.
           01 WS-COMP-STATUS  PIC        X(2).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-PARM-STATUS  PIC        X(2).
              88 WS-PARM-OK          VALUE '00'.
           01 WS-ADDR-SW      PIC        X(1) VALUE 'N'.
              88 ADDR-ON-HAND        VALUE 'Y'.
           01 WS-DEP-SW       PIC        X(1) VALUE 'N'.
              88 DEP-ON-HAND         VALUE 'Y'.
           01 WS-SKL-SW       PIC        X(1) VALUE 'N'.
              88 SKL-ON-HAND         VALUE 'Y'.
           01 WS-BAL-SW       PIC        X(1) VALUE 'N'.
              88 BAL-ON-HAND         VALUE 'Y'.
           01 WS-SUP-SW       PIC        X(1) VALUE 'N'.
              88 SUP-ON-HAND         VALUE 'Y'.
           01 WS-COMP-SW      PIC        X(1) VALUE 'N'.
              88 COMP-ON-HAND        VALUE 'Y'.
           01 WS-FILE-EOF     PIC        A(1).
           01 WS-PARM-EOF     PIC        A(1).
      *
      * The panels: letter, name, and the operator classes that may
      * open it, overridable from ./empinq.parm.
           01 WS-PANEL-DEF-VALUES.
              05 FILLER       PIC       X(15) VALUE 'AADDRESS   RUA '.
              05 FILLER       PIC       X(15) VALUE 'DDEPENDENTSUA  '.
              05 FILLER       PIC       X(15) VALUE 'SSKILLS    RUA '.
              05 FILLER       PIC       X(15) VALUE 'LLEAVE     RUA '.
              05 FILLER       PIC       X(15) VALUE 'RSUPERVISORRUA '.
              05 FILLER       PIC       X(15) VALUE 'HHISTORY   RUA '.
              05 FILLER       PIC       X(15) VALUE 'CPAY       UA  '.
           01 WS-PANEL-DEFS REDEFINES WS-PANEL-DEF-VALUES.
              05 WS-PDEF OCCURS 7 TIMES.
                 10 WS-PDEF-KEY       PIC  X(1).
                 10 WS-PDEF-NAME      PIC  X(10).
                 10 WS-PDEF-CLASSES   PIC  X(4).
           01 WS-PDEF-IDX     PIC        9(2).
           01 WS-FOUND-PANEL  PIC        9(2).
           01 WS-SALARY-CLASSES PIC      X(4) VALUE 'A'.
      *
      * The class the panels are judged against, and the verdicts.
           01 WS-VIEW-CLASS   PIC        X(1).
           01 WS-CLASS-HITS   PIC        9(2).
           01 WS-PANEL-SW     PIC        X(1).
              88 PANEL-ALLOWED       VALUE 'Y'.
              88 PANEL-HIDDEN        VALUE 'N'.
           01 WS-SALARY-SW    PIC        X(1) VALUE 'N'.
              88 SALARY-SHOWN        VALUE 'Y'.
              88 SALARY-MASKED       VALUE 'N'.
           01 WS-CMD-KEY      PIC        X(1).
      *
      * The open panel (zero when only the master is up), built
      * whole into WS-PANEL-BUF and shown ten lines at a time from
      * WS-PANEL-TOP.
           01 WS-CURRENT-PANEL PIC       9(2) VALUE ZERO.
           01 WS-PANEL-EMPID  PIC        9(5) VALUE ZERO.
           01 WS-TAB-TEXT     PIC       X(79) VALUE SPACES.
           01 WS-TAB-PTR      PIC        9(3).
           01 WS-PANEL-HEAD   PIC       X(75) VALUE SPACES.
           01 WS-PANEL-TEXT   PIC       X(75).
           01 WS-PANEL-BUF-TBL.
              05 WS-PANEL-BUF OCCURS 60 TIMES PIC X(75).
           01 WS-PANEL-COUNT  PIC        9(3) VALUE ZERO.
           01 WS-PANEL-MORE   PIC        9(5) VALUE ZERO.
           01 WS-PANEL-TOP    PIC        9(3) VALUE 1.
           01 WS-PANEL-IDX    PIC        9(3).
           01 WS-VIEW-IDX     PIC        9(2).
           01 WS-PAGE-NUM     PIC        9(2).
           01 WS-PAGE-TOTAL   PIC        9(2).
           01 WS-PANEL-VIEW.
              05 WS-PANEL-L01 PIC       X(75).
              05 WS-PANEL-L02 PIC       X(75).
              05 WS-PANEL-L03 PIC       X(75).
              05 WS-PANEL-L04 PIC       X(75).
              05 WS-PANEL-L05 PIC       X(75).
              05 WS-PANEL-L06 PIC       X(75).
              05 WS-PANEL-L07 PIC       X(75).
              05 WS-PANEL-L08 PIC       X(75).
              05 WS-PANEL-L09 PIC       X(75).
              05 WS-PANEL-L10 PIC       X(75).
           01 WS-PANEL-VIEW-TBL REDEFINES WS-PANEL-VIEW.
              05 WS-PANEL-VIEW-LINE OCCURS 10 TIMES PIC X(75).
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-DIRECT-COUNT PIC        9(5).
           01 WS-SALARY-ED    PIC  Z,ZZZ,ZZ9.99.
           01 WS-LEAVE-ED     PIC    -ZZ,ZZ9.99.
           01 WS-MORE-ED      PIC       ZZZZ9.
      *
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       SCREEN SECTION.
       01 INQUIRY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COL 10
             VALUE 'EMPINQ - EMPLOYEE MASTER INQUIRY'.
          05 LINE 2 COL 1 PIC X(79) FROM WS-TAB-TEXT.
          05 LINE 3 COL 5 VALUE 'EMPID:'.
          05 LINE 3 COL 13 PIC 9(5) FROM EMPID.
          05 LINE 3 COL 25 VALUE 'STATUS:'.
          05 LINE 3 COL 40 VALUE 'SINCE:'.
          05 LINE 3 COL 47 PIC 9(8) FROM EMPSTDT.
          05 LINE 5 COL 5 VALUE 'NAME:'.
          05 LINE 5 COL 13 PIC X(25) FROM PF-SHOW-FNM.
          05 LINE 5 COL 40 PIC X(35) FROM PF-SHOW-LNM.
          05 LINE 6 COL 5 PIC X(70) FROM WS-LEGAL-TEXT.
          05 LINE 7 COL 5 VALUE 'DOB:'.
          05 LINE 7 COL 13 PIC X(10) FROM EMPDOB.
          05 LINE 7 COL 25 VALUE 'AGE:'.
          05 LINE 11 COL 13 PIC X(4) FROM EMPDPT.
          05 LINE 11 COL 25 VALUE 'SITE:'.
          05 LINE 11 COL 32 PIC X(4) FROM EMPSITE.
          05 LINE 12 COL 5 PIC X(75) FROM WS-PANEL-HEAD.
          05 LINE 13 COL 5 PIC X(75) FROM WS-PANEL-L01.
          05 LINE 14 COL 5 PIC X(75) FROM WS-PANEL-L02.
          05 LINE 15 COL 5 PIC X(75) FROM WS-PANEL-L03.
          05 LINE 16 COL 5 PIC X(75) FROM WS-PANEL-L04.
          05 LINE 17 COL 5 PIC X(75) FROM WS-PANEL-L05.
          05 LINE 18 COL 5 PIC X(75) FROM WS-PANEL-L06.
          05 LINE 19 COL 5 PIC X(75) FROM WS-PANEL-L07.
          05 LINE 20 COL 5 PIC X(75) FROM WS-PANEL-L08.
          05 LINE 21 COL 5 PIC X(75) FROM WS-PANEL-L09.
          05 LINE 22 COL 5 PIC X(75) FROM WS-PANEL-L10.
          05 LINE 23 COL 5 PIC X(50) FROM WS-MESSAGE.
          05 LINE 24 COL 5
             VALUE 'EMPID/NAME, N/P, PANEL, +/-, Q:'.
          05 LINE 24 COL 38 PIC X(35) USING WS-COMMAND.
      *
       PROCEDURE DIVISION.
       MAIN.
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'R' TO SG-NEED-CLASS.
           SET SG-INTERACTIVE TO TRUE.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM OPEN-PREF-NAMES-PARA.
           PERFORM OPEN-COMPANIONS-PARA.
           PERFORM SET-PANEL-RIGHTS-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE SPACES TO WS-PANEL-VIEW.
           MOVE SPACES TO PF-SHOW-FNM PF-SHOW-LNM.
           MOVE SPACES TO EMPLOYEE-FILE.
           MOVE ZERO TO EMPID.
           MOVE ZERO TO EMPSTDT.
           MOVE SPACES TO WS-COMMAND.
           ACCEPT INQUIRY-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION UPPER-CASE (WS-COMMAND (1:1)) TO WS-CMD-KEY.
           EVALUATE TRUE
             WHEN WS-COMMAND = SPACES
               SET SESSION-DONE TO TRUE
               PERFORM READ-PRIOR-PARA
             WHEN WS-COMMAND (1:1) = 'p' AND WS-COMMAND (2:1) = ' '
               PERFORM READ-PRIOR-PARA
             WHEN WS-CMD-KEY = 'M' AND WS-COMMAND (2:1) = ' '
               PERFORM CLOSE-PANEL-PARA
             WHEN WS-CMD-KEY = '+' AND WS-COMMAND (2:1) = ' '
               PERFORM PAGE-PANEL-FORWARD-PARA
             WHEN WS-CMD-KEY = '-' AND WS-COMMAND (2:1) = ' '
               PERFORM PAGE-PANEL-BACK-PARA
             WHEN WS-CMD-KEY IS ALPHABETIC AND WS-COMMAND (2:1) = ' '
               PERFORM SELECT-PANEL-PARA
             WHEN WS-COMMAND (1:1) >= '0'
                 AND WS-COMMAND (1:1) <= '9'
               PERFORM LOOKUP-BY-ID-PARA
      * POSITION-BY-NAME-PARA
      * Positions on the first EMPLNM at or after the typed value
      * and shows it; N then walks on through the matches in
      * alternate-key order.  When that surname does not start
      * with the typed value, a preferred surname that does wins
      * instead - that record is read by EMPID, so N walks on from
      * it in EMPID order.
      * ================================================================
       POSITION-BY-NAME-PARA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND))
                TO WS-SRCH-LEN.
           SET NO-NAME-MATCH TO TRUE.
           MOVE WS-COMMAND TO EMPLNM.
           START EMPLOYEE KEY IS NOT LESS THAN EMPLNM
               INVALID KEY
           END-START.
           IF WS-EMP-OK
             PERFORM READ-NEXT-PARA
             IF WS-EMP-STATUS (1:1) = '0'
                 AND EMPLNM (1:WS-SRCH-LEN) =
                     WS-COMMAND (1:WS-SRCH-LEN)
               SET NAME-MATCHED TO TRUE
             END-IF
           END-IF.
           IF NO-NAME-MATCH AND PF-AVAILABLE
             PERFORM POSITION-BY-PREF-NAME-PARA
           END-IF.

      * ================================================================
      * POSITION-BY-PREF-NAME-PARA
      * ================================================================
       POSITION-BY-PREF-NAME-PARA.
           MOVE WS-COMMAND TO PN-PREF-LNM.
           START PREFMSTR KEY IS NOT LESS THAN PN-PREF-LNM
               INVALID KEY CONTINUE
           END-START.
           IF PF-FILE-OK
             READ PREFMSTR NEXT
                  AT END CONTINUE
             END-READ
             IF PF-STATUS (1:1) = '0'
                 AND PN-PREF-LNM (1:WS-SRCH-LEN) =
                     WS-COMMAND (1:WS-SRCH-LEN)
               MOVE PN-EMPID TO EMPID
               READ EMPLOYEE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET RECORD-ON-SCREEN TO TRUE
                     MOVE SPACES TO WS-MESSAGE
                     PERFORM SHOW-RECORD-PARA
                     IF WS-MESSAGE = SPACES
                       MOVE 'MATCHED ON PREFERRED NAME' TO WS-MESSAGE
                     END-IF
               END-READ
             END-IF
           END-IF.

      * ================================================================
      * ================================================================
      * SHOW-RECORD-PARA
      * Derives the age and service figures the screen shows, the
      * same way EMPLOOK does, and the name to show, and logs the
      * view.
      * ================================================================
       SHOW-RECORD-PARA.
           MOVE EMPID TO RA-LOG-EMPID.
           PERFORM LOG-EMPLOYEE-VIEW-PARA.
           MOVE EMPID TO PF-CHK-EMPID.
           MOVE EMPFNM TO PF-LEGAL-FNM.
           MOVE EMPLNM TO PF-LEGAL-LNM.
           PERFORM GET-SHOW-NAME-PARA.
           MOVE SPACES TO WS-LEGAL-TEXT.
           IF PF-HAS-PREFERRED
             STRING 'LEGAL:  ' DELIMITED BY SIZE
                    FUNCTION TRIM(EMPFNM) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(EMPLNM) DELIMITED BY SIZE
                    INTO WS-LEGAL-TEXT
             END-STRING
           END-IF.
           MOVE EMPDOBM TO CA-MONTH.
           MOVE EMPDOBD TO CA-DAY.
           MOVE EMPDOBY TO CA-YEAR.
           IF EMP-TERMINATED
             MOVE 'NOTE: THIS EMPLOYEE IS TERMINATED' TO WS-MESSAGE
           END-IF.
           MOVE EMPID TO WS-PANEL-EMPID.
           IF WS-CURRENT-PANEL > ZERO
             PERFORM BUILD-PANEL-PARA
           END-IF.

      * ================================================================
      * OPEN-COMPANIONS-PARA
      * The indexed companion files stay open for the session;
      * position history is a flat file, read afresh for each
      * panel.
      * ================================================================
       OPEN-COMPANIONS-PARA.
           OPEN INPUT ADDRMSTR.
           IF WS-ADDR-OK
             SET ADDR-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT DEPMSTR.
           IF WS-DEP-OK
             SET DEP-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT SKILLMSTR.
           IF WS-SKL-OK
             SET SKL-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT LEAVEBAL.
           IF WS-BAL-OK
             SET BAL-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT SUPVISOR.
           IF WS-SUP-OK
             SET SUP-ON-HAND TO TRUE
           END-IF.
           OPEN INPUT COMPMSTR.
           IF WS-COMP-OK
             SET COMP-ON-HAND TO TRUE
           END-IF.

      * ================================================================
      * CLOSE-COMPANIONS-PARA
      * ================================================================
       CLOSE-COMPANIONS-PARA.
           IF ADDR-ON-HAND
             CLOSE ADDRMSTR
           END-IF.
           IF DEP-ON-HAND
             CLOSE DEPMSTR
           END-IF.
           IF SKL-ON-HAND
             CLOSE SKILLMSTR
           END-IF.
           IF BAL-ON-HAND
             CLOSE LEAVEBAL
           END-IF.
           IF SUP-ON-HAND
             CLOSE SUPVISOR
           END-IF.
           IF COMP-ON-HAND
             CLOSE COMPMSTR
           END-IF.

      * ================================================================
      * SET-PANEL-RIGHTS-PARA
      * Reads ./empinq.parm over the built-in panel classes, then
      * settles what this operator may open and builds the tab line
      * from it.
      * ================================================================
       SET-PANEL-RIGHTS-PARA.
           OPEN INPUT INQPARM.
           IF WS-PARM-OK
             MOVE ' ' TO WS-PARM-EOF
             READ INQPARM INTO INQPARM-REC
                  AT END MOVE 'Y' TO WS-PARM-EOF
             END-READ
             PERFORM UNTIL WS-PARM-EOF = 'Y'
               IF IP-PANEL-KEY = '$'
                 MOVE IP-CLASSES TO WS-SALARY-CLASSES
               ELSE
                 PERFORM APPLY-PARM-LINE-PARA
                     VARYING WS-PDEF-IDX FROM 1 BY 1
                     UNTIL WS-PDEF-IDX > 7
               END-IF
               READ INQPARM INTO INQPARM-REC
                    AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
             END-PERFORM
             CLOSE INQPARM
           END-IF.
           IF SG-OPER-ID = SPACES
             MOVE 'R' TO WS-VIEW-CLASS
           ELSE
             MOVE SG-FOUND-CLASS TO WS-VIEW-CLASS
           END-IF.
           MOVE ZERO TO WS-CLASS-HITS.
           INSPECT WS-SALARY-CLASSES TALLYING WS-CLASS-HITS
               FOR ALL WS-VIEW-CLASS.
           IF WS-CLASS-HITS > ZERO
             SET SALARY-SHOWN TO TRUE
           ELSE
             SET SALARY-MASKED TO TRUE
           END-IF.
           MOVE SPACES TO WS-TAB-TEXT.
           MOVE 1 TO WS-TAB-PTR.
           STRING 'M=MASTER' DELIMITED BY SIZE
                  INTO WS-TAB-TEXT
                  WITH POINTER WS-TAB-PTR
           END-STRING.
           PERFORM ADD-TAB-PARA
               VARYING WS-PDEF-IDX FROM 1 BY 1
               UNTIL WS-PDEF-IDX > 7.

      * ================================================================
      * APPLY-PARM-LINE-PARA
      * ================================================================
       APPLY-PARM-LINE-PARA.
           IF IP-PANEL-KEY = WS-PDEF-KEY (WS-PDEF-IDX)
             MOVE IP-CLASSES TO WS-PDEF-CLASSES (WS-PDEF-IDX)
           END-IF.

      * ================================================================
      * ADD-TAB-PARA
      * ================================================================
       ADD-TAB-PARA.
           PERFORM CHECK-PANEL-CLASS-PARA.
           IF PANEL-ALLOWED
             STRING ' ' DELIMITED BY SIZE
                    WS-PDEF-KEY (WS-PDEF-IDX) DELIMITED BY SIZE
                    '=' DELIMITED BY SIZE
                    WS-PDEF-NAME (WS-PDEF-IDX) DELIMITED BY SPACE
                    INTO WS-TAB-TEXT
                    WITH POINTER WS-TAB-PTR
             END-STRING
           END-IF.

      * ================================================================
      * CHECK-PANEL-CLASS-PARA
      * May the operator open panel WS-PDEF-IDX?
      * ================================================================
       CHECK-PANEL-CLASS-PARA.
           MOVE ZERO TO WS-CLASS-HITS.
           INSPECT WS-PDEF-CLASSES (WS-PDEF-IDX) TALLYING
               WS-CLASS-HITS FOR ALL WS-VIEW-CLASS.
           IF WS-CLASS-HITS > ZERO
             SET PANEL-ALLOWED TO TRUE
           ELSE
             SET PANEL-HIDDEN TO TRUE
           END-IF.

      * ================================================================
      * SELECT-PANEL-PARA
      * A one-letter command: a panel letter opens that panel, any
      * other letter is the start of a surname.
      * ================================================================
       SELECT-PANEL-PARA.
           MOVE ZERO TO WS-FOUND-PANEL.
           PERFORM FIND-PANEL-KEY-PARA
               VARYING WS-PDEF-IDX FROM 1 BY 1
               UNTIL WS-PDEF-IDX > 7.
           IF WS-FOUND-PANEL = ZERO
             PERFORM POSITION-BY-NAME-PARA
           ELSE
             MOVE WS-FOUND-PANEL TO WS-PDEF-IDX
             PERFORM CHECK-PANEL-CLASS-PARA
             IF PANEL-HIDDEN
               MOVE 'THAT PANEL IS NOT OPEN TO YOUR CLASS'
                    TO WS-MESSAGE
             ELSE
               MOVE WS-FOUND-PANEL TO WS-CURRENT-PANEL
               IF RECORD-ON-SCREEN
                 PERFORM BUILD-PANEL-PARA
               ELSE
                 MOVE 'KEY AN EMPID OR A LAST NAME FOR THE PANEL'
                      TO WS-MESSAGE
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * FIND-PANEL-KEY-PARA
      * ================================================================
       FIND-PANEL-KEY-PARA.
           IF WS-PDEF-KEY (WS-PDEF-IDX) = WS-CMD-KEY
             MOVE WS-PDEF-IDX TO WS-FOUND-PANEL
           END-IF.

      * ================================================================
      * CLOSE-PANEL-PARA
      * ================================================================
       CLOSE-PANEL-PARA.
           MOVE ZERO TO WS-CURRENT-PANEL.
           MOVE SPACES TO WS-PANEL-HEAD.
           MOVE SPACES TO WS-PANEL-VIEW.

      * ================================================================
      * PAGE-PANEL-FORWARD-PARA
      * ================================================================
       PAGE-PANEL-FORWARD-PARA.
           IF WS-CURRENT-PANEL = ZERO
             MOVE 'NO PANEL OPEN' TO WS-MESSAGE
           ELSE
             IF WS-PANEL-TOP + 10 > WS-PANEL-COUNT
               MOVE 'LAST PAGE OF THE PANEL' TO WS-MESSAGE
             ELSE
               ADD 10 TO WS-PANEL-TOP
               PERFORM SHOW-PANEL-PAGE-PARA
             END-IF
           END-IF.

      * ================================================================
      * PAGE-PANEL-BACK-PARA
      * ================================================================
       PAGE-PANEL-BACK-PARA.
           IF WS-CURRENT-PANEL = ZERO
             MOVE 'NO PANEL OPEN' TO WS-MESSAGE
           ELSE
             IF WS-PANEL-TOP <= 10
               MOVE 'FIRST PAGE OF THE PANEL' TO WS-MESSAGE
             ELSE
               SUBTRACT 10 FROM WS-PANEL-TOP
               PERFORM SHOW-PANEL-PAGE-PARA
             END-IF
           END-IF.

      * ================================================================
      * BUILD-PANEL-PARA
      * Builds the open panel for the employee on screen, logs the
      * view, and shows its first page.
      * ================================================================
       BUILD-PANEL-PARA.
           MOVE SPACES TO WS-PANEL-BUF-TBL.
           MOVE ZERO TO WS-PANEL-COUNT.
           MOVE ZERO TO WS-PANEL-MORE.
           MOVE 1 TO WS-PANEL-TOP.
           EVALUATE WS-PDEF-KEY (WS-CURRENT-PANEL)
             WHEN 'A'
               PERFORM BUILD-ADDRESS-PANEL-PARA
             WHEN 'D'
               PERFORM BUILD-DEPEND-PANEL-PARA
             WHEN 'S'
               PERFORM BUILD-SKILL-PANEL-PARA
             WHEN 'L'
               PERFORM BUILD-LEAVE-PANEL-PARA
             WHEN 'R'
               PERFORM BUILD-SUPV-PANEL-PARA
             WHEN 'H'
               PERFORM BUILD-POSHIST-PANEL-PARA
             WHEN 'C'
               PERFORM BUILD-COMP-PANEL-PARA
           END-EVALUATE.
           IF WS-PANEL-COUNT = ZERO
             MOVE 'NONE ON FILE' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           END-IF.
           IF WS-PANEL-MORE > ZERO
             MOVE WS-PANEL-MORE TO WS-MORE-ED
             MOVE SPACES TO WS-PANEL-BUF (60)
             STRING '... AND ' DELIMITED BY SIZE
                    FUNCTION TRIM (WS-MORE-ED) DELIMITED BY SIZE
                    ' MORE NOT SHOWN' DELIMITED BY SIZE
                    INTO WS-PANEL-BUF (60)
             END-STRING
           END-IF.
           MOVE WS-PANEL-EMPID TO RA-LOG-EMPID.
           MOVE 'E' TO RA-LOG-KIND.
           MOVE SPACES TO RA-LOG-SUBJECT.
           STRING 'EMPINQ PANEL ' DELIMITED BY SIZE
                  WS-PDEF-NAME (WS-CURRENT-PANEL) DELIMITED BY SPACE
                  INTO RA-LOG-SUBJECT
           END-STRING.
           IF WS-PDEF-KEY (WS-CURRENT-PANEL) = 'C' AND SALARY-SHOWN
             MOVE 'EMPINQ PANEL PAY - SALARY SHOWN' TO RA-LOG-SUBJECT
           END-IF.
           MOVE 1 TO RA-LOG-RECORDS.
           PERFORM WRITE-READLOG-PARA.
           PERFORM SHOW-PANEL-PAGE-PARA.

      * ================================================================
      * ADD-PANEL-LINE-PARA
      * ================================================================
       ADD-PANEL-LINE-PARA.
           IF WS-PANEL-COUNT < 60
             ADD 1 TO WS-PANEL-COUNT
             MOVE WS-PANEL-TEXT TO WS-PANEL-BUF (WS-PANEL-COUNT)
           ELSE
             ADD 1 TO WS-PANEL-MORE
           END-IF.

      * ================================================================
      * SHOW-PANEL-PAGE-PARA
      * Ten lines of the panel from WS-PANEL-TOP, under a heading
      * naming the panel and the page.
      * ================================================================
       SHOW-PANEL-PAGE-PARA.
           COMPUTE WS-PAGE-NUM = (WS-PANEL-TOP - 1) / 10 + 1.
           COMPUTE WS-PAGE-TOTAL = (WS-PANEL-COUNT + 9) / 10.
           MOVE SPACES TO WS-PANEL-HEAD.
           STRING '--- ' DELIMITED BY SIZE
                  WS-PDEF-NAME (WS-CURRENT-PANEL) DELIMITED BY SPACE
                  ' - PAGE ' DELIMITED BY SIZE
                  WS-PAGE-NUM DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-PAGE-TOTAL DELIMITED BY SIZE
                  ' ---' DELIMITED BY SIZE
                  INTO WS-PANEL-HEAD
           END-STRING.
           MOVE SPACES TO WS-PANEL-VIEW.
           PERFORM FILL-VIEW-LINE-PARA
               VARYING WS-VIEW-IDX FROM 1 BY 1
               UNTIL WS-VIEW-IDX > 10.

      * ================================================================
      * FILL-VIEW-LINE-PARA
      * ================================================================
       FILL-VIEW-LINE-PARA.
           COMPUTE WS-PANEL-IDX = WS-PANEL-TOP + WS-VIEW-IDX - 1.
           IF WS-PANEL-IDX <= WS-PANEL-COUNT
             MOVE WS-PANEL-BUF (WS-PANEL-IDX)
                  TO WS-PANEL-VIEW-LINE (WS-VIEW-IDX)
           END-IF.

      * ================================================================
      * BUILD-ADDRESS-PANEL-PARA
      * ================================================================
       BUILD-ADDRESS-PANEL-PARA.
           IF NOT ADDR-ON-HAND
             MOVE 'ADDRMSTR.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE WS-PANEL-EMPID TO ADR-EMPID OF ADDRMSTR-REC
             READ ADDRMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-ADDRESS-LINES-PARA
             END-READ
           END-IF.

      * ================================================================
      * SHOW-ADDRESS-LINES-PARA
      * ================================================================
       SHOW-ADDRESS-LINES-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'STREET:     ' DELIMITED BY SIZE
                  ADR-STREET OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'CITY:       ' DELIMITED BY SIZE
                  FUNCTION TRIM (ADR-CITY OF ADDRMSTR-REC)
                  DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  ADR-STATE OF ADDRMSTR-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADR-POSTAL OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'PHONE:      ' DELIMITED BY SIZE
                  ADR-PHONE OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'EMERGENCY:  ' DELIMITED BY SIZE
                  FUNCTION TRIM (ADR-EMERG-NAME OF ADDRMSTR-REC)
                  DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ADR-EMERG-PHONE OF ADDRMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.

      * ================================================================
      * BUILD-DEPEND-PANEL-PARA
      * Positioned on the employee's first dependent and read on
      * while the EMPID holds.
      * ================================================================
       BUILD-DEPEND-PANEL-PARA.
           IF NOT DEP-ON-HAND
             MOVE 'DEPMSTR.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE WS-PANEL-EMPID TO DEP-EMPID OF DEPMSTR-REC
             MOVE ZERO TO DEP-SEQ OF DEPMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START DEPMSTR KEY IS NOT LESS THAN DEP-KEY OF DEPMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ DEPMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR DEP-EMPID OF DEPMSTR-REC NOT = WS-PANEL-EMPID
               MOVE SPACES TO WS-PANEL-TEXT
               STRING DEP-SEQ OF DEPMSTR-REC DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DEP-NAME OF DEPMSTR-REC DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      DEP-REL OF DEPMSTR-REC DELIMITED BY SIZE
                      '  BORN ' DELIMITED BY SIZE
                      DEP-DOB OF DEPMSTR-REC DELIMITED BY SIZE
                      INTO WS-PANEL-TEXT
               END-STRING
               PERFORM ADD-PANEL-LINE-PARA
               READ DEPMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
           END-IF.

      * ================================================================
      * BUILD-SKILL-PANEL-PARA
      * ================================================================
       BUILD-SKILL-PANEL-PARA.
           IF NOT SKL-ON-HAND
             MOVE 'SKILLMSTR.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE WS-PANEL-EMPID TO SKL-EMPID OF SKILLMSTR-REC
             MOVE LOW-VALUES TO SKL-CODE OF SKILLMSTR-REC
             MOVE ' ' TO WS-FILE-EOF
             START SKILLMSTR KEY >= SKL-KEY OF SKILLMSTR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
                 OR SKL-EMPID OF SKILLMSTR-REC NOT = WS-PANEL-EMPID
               MOVE SPACES TO WS-PANEL-TEXT
               STRING SKL-CODE OF SKILLMSTR-REC DELIMITED BY SIZE
                      '  CERTIFIED ' DELIMITED BY SIZE
                      SKL-CERT-DATE OF SKILLMSTR-REC
                      DELIMITED BY SIZE
                      '  EXPIRES ' DELIMITED BY SIZE
                      SKL-EXPIRE-DATE OF SKILLMSTR-REC
                      DELIMITED BY SIZE
                      INTO WS-PANEL-TEXT
               END-STRING
               IF SKL-EXPIRE-DATE OF SKILLMSTR-REC > ZERO
                   AND SKL-EXPIRE-DATE OF SKILLMSTR-REC < WS-TODAY
                 MOVE '  LAPSED' TO WS-PANEL-TEXT (45:8)
               END-IF
               PERFORM ADD-PANEL-LINE-PARA
               READ SKILLMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
           END-IF.

      * ================================================================
      * BUILD-LEAVE-PANEL-PARA
      * ================================================================
       BUILD-LEAVE-PANEL-PARA.
           IF NOT BAL-ON-HAND
             MOVE 'LEAVEBAL.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE WS-PANEL-EMPID TO LV-EMPID OF LEAVEBAL-REC
             READ LEAVEBAL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-LEAVE-LINES-PARA
             END-READ
           END-IF.

      * ================================================================
      * SHOW-LEAVE-LINES-PARA
      * ================================================================
       SHOW-LEAVE-LINES-PARA.
           MOVE LV-BALANCE OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'BALANCE (HOURS):  ' DELIMITED BY SIZE
                  WS-LEAVE-ED DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE LV-ACCRUED-YTD OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'ACCRUED YTD:      ' DELIMITED BY SIZE
                  WS-LEAVE-ED DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE LV-TAKEN-YTD OF LEAVEBAL-REC TO WS-LEAVE-ED.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'TAKEN YTD:        ' DELIMITED BY SIZE
                  WS-LEAVE-ED DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'LAST ACCRUAL:     ' DELIMITED BY SIZE
                  LV-LAST-ACCRUAL OF LEAVEBAL-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.

      * ================================================================
      * BUILD-SUPV-PANEL-PARA
      * The employee's own line names the manager; every line that
      * names them as manager is a direct report.
      * ================================================================
       BUILD-SUPV-PANEL-PARA.
           IF NOT SUP-ON-HAND
             MOVE 'SUPVISOR.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE SPACES TO WS-PANEL-TEXT
             MOVE WS-PANEL-EMPID TO SUP-EMPID OF SUPVISOR-REC
             READ SUPVISOR
                 INVALID KEY
                   MOVE 'REPORTS TO:      NONE ON FILE'
                        TO WS-PANEL-TEXT
                 NOT INVALID KEY
                   STRING 'REPORTS TO:      ' DELIMITED BY SIZE
                          SUP-MGR-EMPID OF SUPVISOR-REC
                          DELIMITED BY SIZE
                          INTO WS-PANEL-TEXT
                   END-STRING
             END-READ
             PERFORM ADD-PANEL-LINE-PARA
             MOVE 'DIRECT REPORTS:' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
             MOVE ZERO TO WS-DIRECT-COUNT
             MOVE ZERO TO SUP-EMPID OF SUPVISOR-REC
             MOVE ' ' TO WS-FILE-EOF
             START SUPVISOR KEY IS NOT LESS THAN
                   SUP-EMPID OF SUPVISOR-REC
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
             END-START
             IF WS-FILE-EOF NOT = 'Y'
               READ SUPVISOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-IF
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF SUP-MGR-EMPID OF SUPVISOR-REC = WS-PANEL-EMPID
                 ADD 1 TO WS-DIRECT-COUNT
                 MOVE SPACES TO WS-PANEL-TEXT
                 MOVE SUP-EMPID OF SUPVISOR-REC
                      TO WS-PANEL-TEXT (5:5)
                 PERFORM ADD-PANEL-LINE-PARA
               END-IF
               READ SUPVISOR NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             IF WS-DIRECT-COUNT = ZERO
               MOVE '    NONE' TO WS-PANEL-TEXT
               PERFORM ADD-PANEL-LINE-PARA
             END-IF
           END-IF.

      * ================================================================
      * BUILD-POSHIST-PANEL-PARA
      * ================================================================
       BUILD-POSHIST-PANEL-PARA.
           OPEN INPUT POSHIST.
           IF NOT WS-POSH-OK
             MOVE 'POSHIST.DTA NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE ' ' TO WS-FILE-EOF
             READ POSHIST
                  AT END MOVE 'Y' TO WS-FILE-EOF
             END-READ
             PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF PH-EMPID = WS-PANEL-EMPID
                 MOVE SPACES TO WS-PANEL-TEXT
                 STRING 'EFFECTIVE ' DELIMITED BY SIZE
                        PH-EFFDATE DELIMITED BY SIZE
                        '  DEPT ' DELIMITED BY SIZE
                        PH-DEPT DELIMITED BY SIZE
                        '  SITE ' DELIMITED BY SIZE
                        PH-SITE DELIMITED BY SIZE
                        '  TITLE ' DELIMITED BY SIZE
                        PH-TITLE DELIMITED BY SIZE
                        INTO WS-PANEL-TEXT
                 END-STRING
                 PERFORM ADD-PANEL-LINE-PARA
               END-IF
               READ POSHIST
                    AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
             END-PERFORM
             CLOSE POSHIST
           END-IF.

      * ================================================================
      * BUILD-COMP-PANEL-PARA
      * Grade and review date for anyone the panel is open to; the
      * salary itself only for a class listed as seeing it.
      * ================================================================
       BUILD-COMP-PANEL-PARA.
           IF NOT COMP-ON-HAND
             MOVE 'COMPMSTR.DAT NOT ON HAND' TO WS-PANEL-TEXT
             PERFORM ADD-PANEL-LINE-PARA
           ELSE
             MOVE WS-PANEL-EMPID TO CMP-EMPID OF COMPMSTR-REC
             READ COMPMSTR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM SHOW-COMP-LINES-PARA
             END-READ
           END-IF.

      * ================================================================
      * SHOW-COMP-LINES-PARA
      * ================================================================
       SHOW-COMP-LINES-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'GRADE:        ' DELIMITED BY SIZE
                  CMP-GRADE OF COMPMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           STRING 'LAST REVIEW:  ' DELIMITED BY SIZE
                  CMP-REVIEW-DATE OF COMPMSTR-REC DELIMITED BY SIZE
                  INTO WS-PANEL-TEXT
           END-STRING.
           PERFORM ADD-PANEL-LINE-PARA.
           MOVE SPACES TO WS-PANEL-TEXT.
           IF SALARY-SHOWN
             MOVE CMP-SALARY OF COMPMSTR-REC TO WS-SALARY-ED
             STRING 'SALARY:       ' DELIMITED BY SIZE
                    WS-SALARY-ED DELIMITED BY SIZE
                    INTO WS-PANEL-TEXT
             END-STRING
           ELSE
             MOVE 'SALARY:       ************ (MASKED)'
                  TO WS-PANEL-TEXT
           END-IF.
           PERFORM ADD-PANEL-LINE-PARA.

      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-PREF-NAMES-PARA.
           PERFORM CLOSE-COMPANIONS-PARA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
