      *================================================================
      * REFMAINT
      * Transaction-driven maintenance of the reference tables, so
      * deptref.dta, titleref.dta, skillref.dta, leavetier.parm and
      * retirrule.parm stop being edited in a text editor where a
      * bad edit silently changes how EMPLOAD validates and how the
      * reports label things.  Reads ./reftran.dta (copybooks/
      * REFTRAN-REC.cob) - an action, a table, an optional
      * effective date and the table line as it should read - and
      * applies each one:
      *
      *    A  add     - the key must not be on the table yet
      *    C  change  - the line carrying the key is replaced by
      *                 the image keyed, whole
      *    X  close   - a department or title line is flagged
      *                 closed ('N'); a skill, leave tier or
      *                 retirement rule line, which carry no
      *                 active flag, is removed
      *
      * Every line is edited on its table's rules before it goes
      * in: a name on the code tables, active flags Y or N, a
      * department's division must be an open division line and a
      * division cannot close while an open department still names
      * it, leave-tier and retirement-rule columns must be numeric
      * (a tier needs its carryover cap, a rule at least one
      * threshold), and a parameter file is never closed down to no
      * lines at all.  A missing parameter file starts from the
      * standing built-in lines the programs that read it fall back
      * on, so adding one rule does not lose the other doors.
      *
      * A transaction dated ahead is checked for form and held on
      * ./refpend.dta with the operator who keyed it; every run -
      * the nightly one needs no ./reftran.dta at all - first
      * applies, with the full edits, the held transactions whose
      * date has come.  A past effective date is refused.
      *
      * Runs behind the operator sign-on (class A).  Every change,
      * and every transaction held, leaves a before/after image on
      * the chained trail ./refaudit.dta (copybooks/AUDIT-REC.cob,
      * each image laid out as copybooks/REFAUD-REC.cob) stamped
      * with the operator and the effective date - REFASOF reads it
      * back to print a table as it stood on any date, and AUDVRFY
      * checks its chain like any other trail's.  Changed tables are
      * rewritten whole through a .new file.  Rejects are listed
      * with their reason and set RC 4.  A table file that runs past
      * the 100 lines held is never rewritten: its transactions are
      * refused, its held ones stay held, and the run ends RC 8.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT REFTRAN ASSIGN TO './reftran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT REFPEND ASSIGN TO './refpend.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
      *
              SELECT REFPENDNEW ASSIGN TO './refpend.new'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RFTFILE ASSIGN DYNAMIC RFT-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RFT-STATUS.
      *
              SELECT AUDIT ASSIGN TO './refaudit.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
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
           FD REFTRAN.
           01 REFTRAN-REC      PIC       X(69).
      *
           FD REFPEND.
           01 REFPEND-REC      PIC       X(69).
      *
           FD REFPENDNEW.
           01 REFPENDNEW-REC   PIC       X(69).
      *
           FD RFTFILE.
           01 RFTFILE-REC      PIC       X(40).
      *
           FD AUDIT.
           01 AUDIT-REC.
              COPY "AUDIT-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
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
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-PEND-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-PEND-STATUS  PIC        X(2).
              88 WS-PEND-OK          VALUE '00'.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-EFF-MM       PIC        9(2).
           01 WS-EFF-DD       PIC        9(2).
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-DUE-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-HELD-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-STILL-HELD   PIC        9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-OVERFLOW-COUNT PIC      9(1) VALUE ZERO.
           01 WS-OVERFLOW-SW  PIC        X(1).
              88 TABLE-OVERFLOWED    VALUE 'Y'.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-HELD           VALUE 'H'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
      *
      * A transaction dated ahead is only checked for form when it
      * is keyed; the checks against the table as it then stands
      * wait for the effective date.
           01 WS-MODE-SW      PIC        X(1).
              88 CHECK-FORM-ONLY     VALUE 'F'.
              88 CHECK-AND-APPLY     VALUE 'A'.
      *
      * The transaction under way - from ./reftran.dta or held on
      * ./refpend.dta.
           01 WS-TRAN.
              COPY "REFTRAN-REC.cob".
      *
      * The line as it will read, through each table's layout, and
      * the line it replaces.
           01 WS-IMAGE        PIC       X(40).
           01 WS-DEPT-VIEW REDEFINES WS-IMAGE.
              COPY "DEPTREF-REC.cob".
           01 WS-TITLE-VIEW REDEFINES WS-IMAGE.
              COPY "TITLEREF-REC.cob".
           01 WS-SKILL-VIEW REDEFINES WS-IMAGE.
              COPY "SKILLREF-REC.cob".
           01 WS-TIER-VIEW REDEFINES WS-IMAGE.
              05 WS-TIER-MIN-SVC PIC     X(3).
              05 WS-TIER-GAP-1   PIC     X(1).
              05 WS-TIER-HOURS   PIC     X(3).
              05 WS-TIER-GAP-2   PIC     X(1).
              05 WS-TIER-CAP     PIC     X(3).
              05 FILLER          PIC    X(29).
           01 WS-RULE-VIEW REDEFINES WS-IMAGE.
              05 WS-RULE-NAME    PIC    X(12).
              05 WS-RULE-GAP-1   PIC     X(1).
              05 WS-RULE-MIN-AGE PIC     X(3).
              05 WS-RULE-GAP-2   PIC     X(1).
              05 WS-RULE-MIN-SVC PIC     X(3).
              05 WS-RULE-GAP-3   PIC     X(1).
              05 WS-RULE-MIN-PTS PIC     X(3).
              05 FILLER          PIC    X(16).
           01 WS-OLD-IMAGE    PIC       X(40).
      *
           01 WS-SCAN-IDX     PIC        9(3) VALUE ZERO.
           01 WS-DATA-LINES   PIC        9(3) VALUE ZERO.
           01 WS-FOUND-SW     PIC        X(1).
              88 CODE-WAS-FOUND      VALUE 'Y'.
              88 CODE-NOT-FOUND      VALUE 'N'.
      *
      * Audit fields for WRITE-AUDIT-PARA (copybooks/AUDIT_PARA.cob)
      * - WRITE-REFAUDIT-PARA lays the table lines out in them as
      * copybooks/REFAUD-REC.cob, and names the keying operator in
      * place of the signed-on one for the one record.
           01 WS-AUDIT-ACTION PIC       X(1).
           01 WS-AUDIT-BEFORE PIC       X(102).
           01 WS-AUDIT-AFTER  PIC       X(102).
           01 WS-BEFORE-LINE  PIC       X(40).
           01 WS-AFTER-LINE   PIC       X(40).
           01 WS-SIGNON-OPERATOR PIC    X(8).
           01 WS-REF-IMAGE.
              COPY "REFAUD-REC.cob".
      *
           01 WS-NEW-FNAME    PIC       X(40).
           01 WS-DELETE-FNAME PIC       X(40).
           01 WS-CBL-RC       PIC      S9(9) COMP-5.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'REFMAINT'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "REFTBL_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
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
           MOVE 'A' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM LOAD-REF-TABLES-PARA.
           PERFORM CHECK-OVERFLOW-PARA
               VARYING RFT-SLOT FROM 1 BY 1
               UNTIL RFT-SLOT > RFT-TBL-COUNT.
           OPEN OUTPUT REFPENDNEW.
           OPEN EXTEND AUDIT.
           DISPLAY "REFMAINT - REFERENCE TABLE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * CHECK-OVERFLOW-PARA
      * A table that runs past the 100 lines the loader holds was
      * not loaded whole; writing it back would drop the lines
      * beyond, so it is left alone - its transactions are refused
      * and its held ones stay held - until it is cut down.
      * ================================================================
       CHECK-OVERFLOW-PARA.
           IF RFT-TBL-OVERFLOW (RFT-SLOT) = 'Y'
             ADD 1 TO WS-OVERFLOW-COUNT
             DISPLAY "REFMAINT: *** "
                     FUNCTION TRIM(RFT-TBL-FNAME (RFT-SLOT))
                     " RUNS PAST 100 LINES - NOT MAINTAINED ***"
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * The held transactions that have come due go in ahead of the
      * day's own, so a change keyed today sees the tables as they
      * stand today.
      * ================================================================
       PROCESS-PARA.
           PERFORM APPLY-DUE-HELD-PARA.
           PERFORM APPLY-NEW-TRANS-PARA.
           PERFORM REWRITE-ONE-TABLE-PARA
               VARYING RFT-SLOT FROM 1 BY 1
               UNTIL RFT-SLOT > RFT-TBL-COUNT.
           CLOSE REFPENDNEW.
           MOVE './refpend.dta' TO WS-DELETE-FNAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
               RETURNING WS-CBL-RC
           END-CALL.
           CALL "CBL_RENAME_FILE" USING './refpend.new'
               WS-DELETE-FNAME RETURNING WS-CBL-RC
           END-CALL.

      * ================================================================
      * APPLY-DUE-HELD-PARA
      * ================================================================
       APPLY-DUE-HELD-PARA.
           OPEN INPUT REFPEND.
           IF WS-PEND-OK
             MOVE ' ' TO WS-PEND-EOF
             READ REFPEND INTO WS-TRAN
                  AT END MOVE 'Y' TO WS-PEND-EOF
             END-READ
             PERFORM UNTIL WS-PEND-EOF = 'Y'
               MOVE RT-TABLE TO RFT-CHK-TABLE
               PERFORM FIND-REF-TABLE-PARA
               MOVE 'N' TO WS-OVERFLOW-SW
               IF RFT-SLOT NOT = ZERO
                 MOVE RFT-TBL-OVERFLOW (RFT-SLOT) TO WS-OVERFLOW-SW
               END-IF
               IF RT-EFF-DATE-N <= WS-TODAY AND NOT TABLE-OVERFLOWED
                 ADD 1 TO WS-DUE-COUNT
                 PERFORM START-ONE-TRAN-PARA
                 SET CHECK-AND-APPLY TO TRUE
                 PERFORM APPLY-ONE-TRAN-PARA
                 PERFORM REPORT-ONE-TRAN-PARA
               ELSE
                 WRITE REFPENDNEW-REC FROM WS-TRAN
                 ADD 1 TO WS-STILL-HELD
               END-IF
               READ REFPEND INTO WS-TRAN
                    AT END MOVE 'Y' TO WS-PEND-EOF
               END-READ
             END-PERFORM
             CLOSE REFPEND
           END-IF.

      * ================================================================
      * APPLY-NEW-TRANS-PARA
      * ================================================================
       APPLY-NEW-TRANS-PARA.
           OPEN INPUT REFTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "REFMAINT: NO REFTRAN.DTA - HELD TRANSACTIONS "
                     "ONLY"
           ELSE
             MOVE ' ' TO WS-TRAN-EOF
             READ REFTRAN INTO WS-TRAN
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
             PERFORM UNTIL WS-TRAN-EOF = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               MOVE WS-AUDIT-OPERATOR TO RT-OPERATOR
               MOVE WS-TODAY TO RT-KEYED-DATE
               PERFORM START-ONE-TRAN-PARA
               PERFORM CHECK-EFF-DATE-PARA
               IF TRAN-APPLIED
                 IF RT-EFF-DATE-N > WS-TODAY
                   SET CHECK-FORM-ONLY TO TRUE
                 ELSE
                   SET CHECK-AND-APPLY TO TRUE
                 END-IF
                 PERFORM APPLY-ONE-TRAN-PARA
               END-IF
               IF TRAN-APPLIED AND CHECK-FORM-ONLY
                 PERFORM HOLD-TRAN-PARA
               END-IF
               PERFORM REPORT-ONE-TRAN-PARA
               READ REFTRAN INTO WS-TRAN
                    AT END MOVE 'Y' TO WS-TRAN-EOF
               END-READ
             END-PERFORM
             CLOSE REFTRAN
           END-IF.

      * ================================================================
      * START-ONE-TRAN-PARA
      * The key is shown on the console at the length of its table
      * once the table is known.
      * ================================================================
       START-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RT-IMAGE (1:12) TO RFT-CHK-KEY.
           MOVE 12 TO RFT-KEY-LEN.

      * ================================================================
      * CHECK-EFF-DATE-PARA
      * Blank is today; a date already gone is refused - history is
      * not rewritten from here.
      * ================================================================
       CHECK-EFF-DATE-PARA.
           IF RT-EFF-DATE = SPACES OR RT-EFF-DATE = ZEROS
             MOVE WS-TODAY TO RT-EFF-DATE-N
           ELSE
             IF RT-EFF-DATE NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
             ELSE
               MOVE RT-EFF-DATE (5:2) TO WS-EFF-MM
               MOVE RT-EFF-DATE (7:2) TO WS-EFF-DD
               IF WS-EFF-MM < 01 OR WS-EFF-MM > 12
                   OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'EFFECTIVE DATE NOT A DATE'
                      TO WS-REJECT-REASON
               ELSE
                 IF RT-EFF-DATE-N < WS-TODAY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'EFFECTIVE DATE IN THE PAST'
                        TO WS-REJECT-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * Finds the table and the keyed line, edits the image for the
      * action, and - unless only the form is being checked - puts
      * it into the table with its image pair.
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           MOVE RT-TABLE TO RFT-CHK-TABLE.
           PERFORM FIND-REF-TABLE-PARA.
           IF RFT-SLOT = ZERO
             SET TRAN-REJECTED TO TRUE
             MOVE 'UNKNOWN TABLE' TO WS-REJECT-REASON
           ELSE
             IF RFT-TBL-OVERFLOW (RFT-SLOT) = 'Y'
               SET TRAN-REJECTED TO TRUE
               MOVE 'TABLE RUNS PAST 100 LINES' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE RFT-TBL-KEY-LEN (RFT-SLOT) TO RFT-KEY-LEN
             IF RFT-CHK-KEY (1:RFT-KEY-LEN) = SPACES
                 OR RFT-CHK-KEY (1:1) = '*'
               SET TRAN-REJECTED TO TRUE
               MOVE 'KEY MISSING' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             PERFORM FIND-REF-KEY-PARA
             MOVE RT-IMAGE TO WS-IMAGE
             MOVE SPACES TO WS-OLD-IMAGE
             IF RFT-LINE-SLOT > 0
               MOVE RFT-TBL-LINE (RFT-SLOT RFT-LINE-SLOT)
                    TO WS-OLD-IMAGE
             END-IF
             EVALUATE TRUE
               WHEN RT-IS-ADD
                 IF CHECK-AND-APPLY AND RFT-LINE-SLOT > 0
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'ALREADY ON THE TABLE' TO WS-REJECT-REASON
                 END-IF
                 IF CHECK-AND-APPLY
                     AND RFT-TBL-LINES (RFT-SLOT) >= 100
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'TABLE FULL' TO WS-REJECT-REASON
                 END-IF
                 IF TRAN-APPLIED
                   PERFORM EDIT-IMAGE-PARA
                 END-IF
               WHEN RT-IS-CHANGE
                 IF CHECK-AND-APPLY AND RFT-LINE-SLOT = ZERO
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'NOT ON THE TABLE' TO WS-REJECT-REASON
                 ELSE
                   PERFORM EDIT-IMAGE-PARA
                 END-IF
               WHEN RT-IS-CLOSE
                 IF CHECK-AND-APPLY
                   IF RFT-LINE-SLOT = ZERO
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'NOT ON THE TABLE' TO WS-REJECT-REASON
                   ELSE
                     PERFORM EDIT-CLOSE-PARA
                   END-IF
                 END-IF
               WHEN OTHER
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
             END-EVALUATE
           END-IF.
           IF TRAN-APPLIED AND CHECK-AND-APPLY
             PERFORM POST-TRAN-PARA
           END-IF.

      * ================================================================
      * EDIT-IMAGE-PARA
      * The image of an add or change, on its own table's rules.
      * ================================================================
       EDIT-IMAGE-PARA.
           EVALUATE RFT-TBL-CODE (RFT-SLOT)
             WHEN 'DEPT'
               PERFORM EDIT-DEPT-PARA
             WHEN 'TITL'
               PERFORM EDIT-TITLE-PARA
             WHEN 'SKIL'
               PERFORM EDIT-SKILL-PARA
             WHEN 'LVTR'
               PERFORM EDIT-TIER-PARA
             WHEN 'RETR'
               PERFORM EDIT-RULE-PARA
           END-EVALUATE.

      * ================================================================
      * EDIT-DEPT-PARA
      * A department line or a division line ('V').  A department's
      * division must be an open division line; a division has no
      * parent, and closing one by a change is held to the same
      * rule as an X.
      * ================================================================
       EDIT-DEPT-PARA.
           IF DEPT-ACTIVE = SPACE
             SET DEPT-IS-ACTIVE TO TRUE
           END-IF.
           EVALUATE TRUE
             WHEN DEPT-NAME = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'NAME MISSING' TO WS-REJECT-REASON
             WHEN NOT DEPT-IS-ACTIVE AND NOT DEPT-IS-CLOSED
               SET TRAN-REJECTED TO TRUE
               MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-REJECT-REASON
             WHEN DEPT-REC-TYPE NOT = SPACE AND NOT DEPT-IS-DIVISION
               SET TRAN-REJECTED TO TRUE
               MOVE 'RECORD TYPE MUST BE BLANK OR V'
                    TO WS-REJECT-REASON
             WHEN DEPT-IS-DIVISION AND DEPT-DIVISION NOT = SPACES
               SET TRAN-REJECTED TO TRUE
               MOVE 'A DIVISION HAS NO PARENT' TO WS-REJECT-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF TRAN-APPLIED AND CHECK-AND-APPLY
             IF RT-IS-CHANGE
                 AND WS-OLD-IMAGE (40:1) NOT = DEPT-REC-TYPE
               SET TRAN-REJECTED TO TRUE
               MOVE 'RECORD TYPE CANNOT CHANGE' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED AND CHECK-AND-APPLY
             IF DEPT-IS-DIVISION
               IF DEPT-IS-CLOSED
                 PERFORM CHECK-DIVISION-EMPTY-PARA
               END-IF
             ELSE
               IF DEPT-DIVISION NOT = SPACES
                 PERFORM CHECK-PARENT-DIVISION-PARA
               END-IF
             END-IF
           END-IF.

      * ================================================================
      * CHECK-PARENT-DIVISION-PARA
      * ================================================================
       CHECK-PARENT-DIVISION-PARA.
           SET CODE-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-PARENT-PARA
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > RFT-TBL-LINES (RFT-SLOT)
                  OR CODE-WAS-FOUND.
           IF CODE-NOT-FOUND
             SET TRAN-REJECTED TO TRUE
             MOVE 'DIVISION NOT OPEN ON DEPTREF'
                  TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * CHECK-ONE-PARENT-PARA
      * ================================================================
       CHECK-ONE-PARENT-PARA.
           IF RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (1:4) = DEPT-DIVISION
               AND RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (40:1) = 'V'
               AND RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (35:1) NOT = 'N'
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * CHECK-DIVISION-EMPTY-PARA
      * A division closes only once no open department names it.
      * ================================================================
       CHECK-DIVISION-EMPTY-PARA.
           SET CODE-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-MEMBER-PARA
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > RFT-TBL-LINES (RFT-SLOT)
                  OR CODE-WAS-FOUND.
           IF CODE-WAS-FOUND
             SET TRAN-REJECTED TO TRUE
             MOVE 'DIVISION STILL HAS DEPARTMENTS'
                  TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * CHECK-ONE-MEMBER-PARA
      * ================================================================
       CHECK-ONE-MEMBER-PARA.
           IF RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (36:4)
                 = WS-OLD-IMAGE (1:4)
               AND RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (40:1) NOT = 'V'
               AND RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (35:1) NOT = 'N'
             SET CODE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * EDIT-TITLE-PARA
      * ================================================================
       EDIT-TITLE-PARA.
           IF TTL-ACTIVE = SPACE
             SET TTL-IS-ACTIVE TO TRUE
           END-IF.
           IF TTL-NAME = SPACES
             SET TRAN-REJECTED TO TRUE
             MOVE 'NAME MISSING' TO WS-REJECT-REASON
           ELSE
             IF NOT TTL-IS-ACTIVE AND NOT TTL-IS-CLOSED
               SET TRAN-REJECTED TO TRUE
               MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * EDIT-SKILL-PARA
      * ================================================================
       EDIT-SKILL-PARA.
           IF SKILL-NAME = SPACES
             SET TRAN-REJECTED TO TRUE
             MOVE 'NAME MISSING' TO WS-REJECT-REASON
           ELSE
             IF SKILL-SAFETY NOT = SPACE AND SKILL-SAFETY NOT = 'N'
                 AND NOT SKILL-IS-SAFETY
               SET TRAN-REJECTED TO TRUE
               MOVE 'SAFETY FLAG MUST BE Y OR N' TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * EDIT-TIER-PARA
      * Service years, hours and carryover cap - LVYRCLOS will not
      * close a year over a tier line without its cap.
      * ================================================================
       EDIT-TIER-PARA.
           IF WS-TIER-MIN-SVC NOT NUMERIC
               OR WS-TIER-HOURS NOT NUMERIC
               OR WS-TIER-CAP NOT NUMERIC
               OR WS-TIER-GAP-1 NOT = SPACE
               OR WS-TIER-GAP-2 NOT = SPACE
             SET TRAN-REJECTED TO TRUE
             MOVE 'TIER NEEDS YEARS, HOURS AND CAP' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * EDIT-RULE-PARA
      * ================================================================
       EDIT-RULE-PARA.
           IF WS-RULE-MIN-AGE NOT NUMERIC
               OR WS-RULE-MIN-SVC NOT NUMERIC
               OR WS-RULE-MIN-PTS NOT NUMERIC
               OR WS-RULE-GAP-1 NOT = SPACE
               OR WS-RULE-GAP-2 NOT = SPACE
               OR WS-RULE-GAP-3 NOT = SPACE
             SET TRAN-REJECTED TO TRUE
             MOVE 'THRESHOLDS MUST BE NUMERIC' TO WS-REJECT-REASON
           ELSE
             IF WS-RULE-MIN-AGE = '000' AND WS-RULE-MIN-SVC = '000'
                 AND WS-RULE-MIN-PTS = '000'
               SET TRAN-REJECTED TO TRUE
               MOVE 'RULE CARRIES NO THRESHOLD' TO WS-REJECT-REASON
             END-IF
           END-IF.

      * ================================================================
      * EDIT-CLOSE-PARA
      * Departments and titles keep their line, flagged closed; the
      * other tables lose the line.
      * ================================================================
       EDIT-CLOSE-PARA.
           MOVE WS-OLD-IMAGE TO WS-IMAGE.
           EVALUATE RFT-TBL-CODE (RFT-SLOT)
             WHEN 'DEPT'
               IF DEPT-IS-CLOSED
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
               ELSE
                 SET DEPT-IS-CLOSED TO TRUE
                 IF DEPT-IS-DIVISION
                   PERFORM CHECK-DIVISION-EMPTY-PARA
                 END-IF
               END-IF
             WHEN 'TITL'
               IF TTL-IS-CLOSED
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
               ELSE
                 SET TTL-IS-CLOSED TO TRUE
               END-IF
             WHEN OTHER
               MOVE ZERO TO WS-DATA-LINES
               PERFORM COUNT-ONE-DATA-LINE-PARA
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > RFT-TBL-LINES (RFT-SLOT)
               IF WS-DATA-LINES < 2
                   AND RFT-TBL-CODE (RFT-SLOT) NOT = 'SKIL'
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'LAST LINE OF THE TABLE' TO WS-REJECT-REASON
               ELSE
                 MOVE SPACES TO WS-IMAGE
               END-IF
           END-EVALUATE.

      * ================================================================
      * COUNT-ONE-DATA-LINE-PARA
      * ================================================================
       COUNT-ONE-DATA-LINE-PARA.
           IF RFT-TBL-LINE (RFT-SLOT WS-SCAN-IDX) (1:1) NOT = '*'
             ADD 1 TO WS-DATA-LINES
           END-IF.

      * ================================================================
      * POST-TRAN-PARA
      * The edited image into the table, and its image pair onto
      * the reference audit file.
      * ================================================================
       POST-TRAN-PARA.
           IF RT-IS-ADD
             MOVE WS-IMAGE TO RFT-READ-LINE
             PERFORM ADD-REF-LINE-PARA
           ELSE
             IF WS-IMAGE = SPACES
               PERFORM REMOVE-REF-LINE-PARA
             ELSE
               MOVE WS-IMAGE TO RFT-TBL-LINE (RFT-SLOT RFT-LINE-SLOT)
             END-IF
           END-IF.
           MOVE 'Y' TO RFT-TBL-CHANGED (RFT-SLOT).
           MOVE RT-ACTION TO WS-AUDIT-ACTION.
           MOVE WS-OLD-IMAGE TO WS-BEFORE-LINE.
           MOVE WS-IMAGE TO WS-AFTER-LINE.
           PERFORM WRITE-REFAUDIT-PARA.

      * ================================================================
      * HOLD-TRAN-PARA
      * A transaction dated ahead waits on the new held file, with
      * an 'H' image on the audit file naming who keyed it.
      * ================================================================
       HOLD-TRAN-PARA.
           SET TRAN-HELD TO TRUE.
           IF NOT RT-IS-CLOSE
             MOVE WS-IMAGE TO RT-IMAGE
           END-IF.
           WRITE REFPENDNEW-REC FROM WS-TRAN.
           MOVE 'H' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-BEFORE-LINE.
           MOVE RT-IMAGE TO WS-AFTER-LINE.
           PERFORM WRITE-REFAUDIT-PARA.

      * ================================================================
      * WRITE-REFAUDIT-PARA
      * Each side that holds a line carries the table and the
      * effective date with it; a side with no line (the before of
      * an add, the after of a close that removes the line) stays
      * all spaces.  The operator is the one who keyed the
      * transaction - for a held one, not whoever signed on for
      * the run that applies it.
      * ================================================================
       WRITE-REFAUDIT-PARA.
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           MOVE SPACES TO WS-REF-IMAGE.
           MOVE RFT-TBL-CODE (RFT-SLOT) TO RA-TABLE.
           MOVE RT-EFF-DATE-N TO RA-EFF-DATE.
           IF WS-BEFORE-LINE NOT = SPACES
             MOVE WS-BEFORE-LINE TO RA-LINE
             MOVE WS-REF-IMAGE TO WS-AUDIT-BEFORE
           END-IF.
           IF WS-AFTER-LINE NOT = SPACES
             MOVE WS-AFTER-LINE TO RA-LINE
             MOVE WS-REF-IMAGE TO WS-AUDIT-AFTER
           END-IF.
           MOVE WS-AUDIT-OPERATOR TO WS-SIGNON-OPERATOR.
           MOVE RT-OPERATOR TO WS-AUDIT-OPERATOR.
           PERFORM WRITE-AUDIT-PARA.
           MOVE WS-SIGNON-OPERATOR TO WS-AUDIT-OPERATOR.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           EVALUATE TRUE
             WHEN TRAN-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED  " RT-ACTION " " RT-TABLE " "
                       RFT-CHK-KEY (1:RFT-KEY-LEN)
                       " EFFECTIVE " RT-EFF-DATE
             WHEN TRAN-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "HELD     " RT-ACTION " " RT-TABLE " "
                       RFT-CHK-KEY (1:RFT-KEY-LEN)
                       " UNTIL " RT-EFF-DATE
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED " RT-ACTION " " RT-TABLE " "
                       RFT-CHK-KEY (1:RFT-KEY-LEN)
                       " - " WS-REJECT-REASON
           END-EVALUATE.

      * ================================================================
      * REWRITE-ONE-TABLE-PARA
      * A changed table is written whole to its .new file, which
      * then replaces the live one.
      * ================================================================
       REWRITE-ONE-TABLE-PARA.
           IF RFT-TBL-CHANGED (RFT-SLOT) = 'Y'
               AND RFT-TBL-OVERFLOW (RFT-SLOT) NOT = 'Y'
             EVALUATE RFT-TBL-CODE (RFT-SLOT)
               WHEN 'DEPT'
                 MOVE './deptref.new' TO WS-NEW-FNAME
               WHEN 'TITL'
                 MOVE './titleref.new' TO WS-NEW-FNAME
               WHEN 'SKIL'
                 MOVE './skillref.new' TO WS-NEW-FNAME
               WHEN 'LVTR'
                 MOVE './leavetier.new' TO WS-NEW-FNAME
               WHEN 'RETR'
                 MOVE './retirrule.new' TO WS-NEW-FNAME
             END-EVALUATE
             MOVE WS-NEW-FNAME TO RFT-FNAME
             OPEN OUTPUT RFTFILE
             PERFORM WRITE-ONE-TABLE-LINE-PARA
                 VARYING RFT-IDX FROM 1 BY 1
                 UNTIL RFT-IDX > RFT-TBL-LINES (RFT-SLOT)
             CLOSE RFTFILE
             MOVE RFT-TBL-FNAME (RFT-SLOT) TO WS-DELETE-FNAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
                 RETURNING WS-CBL-RC
             END-CALL
             CALL "CBL_RENAME_FILE" USING WS-NEW-FNAME
                 WS-DELETE-FNAME RETURNING WS-CBL-RC
             END-CALL
             DISPLAY "REFMAINT: REWROTE "
                     FUNCTION TRIM(RFT-TBL-FNAME (RFT-SLOT))
           END-IF.

      * ================================================================
      * WRITE-ONE-TABLE-LINE-PARA
      * ================================================================
       WRITE-ONE-TABLE-LINE-PARA.
           WRITE RFTFILE-REC FROM RFT-TBL-LINE (RFT-SLOT RFT-IDX).

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE AUDIT.
           DISPLAY "----------------------------------------------".
           DISPLAY "REFMAINT: " WS-TRAN-COUNT " TRANSACTION(S) AND "
                   WS-DUE-COUNT " HELD ONE(S) DUE - "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-HELD-COUNT " NEWLY HELD, "
                   WS-REJECT-COUNT " REJECTED".
           DISPLAY "REFMAINT: " WS-STILL-HELD " EARLIER HELD "
                   "TRANSACTION(S) STILL WAITING".
           COMPUTE WS-RUNLOG-READ-TOTAL = WS-TRAN-COUNT + WS-DUE-COUNT.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           EVALUATE TRUE
             WHEN WS-OVERFLOW-COUNT > 0
               DISPLAY "REFMAINT: *** " WS-OVERFLOW-COUNT " TABLE(S) "
                       "RUN PAST 100 LINES - LEFT AS THEY STAND ***"
               MOVE 8 TO RETURN-CODE
             WHEN WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      * ================================================================
      * COPY IN REFERENCE-TABLE LOADER
      * ================================================================
       COPY "REFTBL_PARA.cob".
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL WRITER PARAGRAPH
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
