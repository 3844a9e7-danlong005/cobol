      *    cols 11-16  period YYYYMM
      *    col  17     blank
      *    cols 18-22  budgeted headcount
      *    col  23     blank
      *    cols 24-27  legal entity (optional - blank is the home
      *                entity on entityref.dta)
      *
      * matches the current period's rows against the active count
      * on empmstr.dat and the latest snapshot.dta generation, and
      * department running more than the threshold percent over
      * budget (./budgthrs.parm, one PIC 9(3) value, 010 with no
      * file) raises an alert to ./alerts.dta.
      *
      * With the CONTINGENT command-line token the open assignments
      * already started on the contingent-worker register
      * (./contwkr.dat, copybooks/CONTWKR-REC.cob) are counted per
      * department/site into a TEMPS column, and the over/under,
      * the percentage and the threshold test are taken on
      * employees plus temps - a department holding a frozen
      * requisition open with an agency temp then shows against
      * its budget.  A row that clears the threshold only because
      * of its temps is marked OVER WITH TEMPS.  Without the token
      * the report is employees only, as before.
      *
      * With the ENTITY token (the two tokens may be given together,
      * in either order) the actuals are counted per entity as well
      * - each employee in the entity they are on the books of,
      * ./empent.dat, home when there is no record - and the budget
      * rows are printed entity by entity with a budget/actual
      * subtotal under each.  A row naming an entity that is not on
      * entityref.dta is listed once and skipped.  Contingent
      * workers belong to no entity's payroll, so their temps are
      * set only against the home entity's rows; the SNAP column
      * stays the company-wide department/site figure.
      *
      * When deptref.dta carries the division hierarchy the rows
      * are followed - per entity under ENTITY - by a budget/actual
      * subtotal for each division, departments with no division
      * first, ahead of the entity subtotal and the run totals.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
              SELECT DEPTREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPTREF-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT SNAPFILE ASSIGN TO './snapshot.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAP-STATUS.
      *
              SELECT CONTWKR ASSIGN TO './contwkr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CW-ID
              FILE STATUS IS WS-CW-STATUS.
      *
              SELECT THRSPARM ASSIGN TO './budgthrs.parm'
              ORGANIZATION IS LINE SEQUENTIAL
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
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
       DATA DIVISION.
           FILE SECTION.
              05 BG-PERIOD    PIC        9(6).
              05 FILLER       PIC        X(1).
              05 BG-HEADCOUNT PIC        9(5).
              05 FILLER       PIC        X(1).
              05 BG-ENTITY    PIC        X(4).
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
           FD DEPTREF.
           01 DEPTREF-REC.
              COPY "DEPTREF-REC.cob".
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD SNAPFILE.
           01 SNAPFILE-REC.
              05 SNAP-HEADCOUNT PIC      9(5).
              05 SNAP-AVG-AGE PIC        9(3)V9.
              05 SNAP-AVG-SVC PIC        9(3)V9.
              05 SNAP-CONTINGENT PIC     9(5).
      *
           FD CONTWKR.
           01 CONTWKR-REC.
              COPY "CONTWKR-REC.cob".
      *
           FD THRSPARM.
           01 THRSPARM-REC.
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-BUDG-EOF     PIC        A(1).
              88 WS-SNAP-OK          VALUE '00'.
           01 WS-THRS-STATUS  PIC        X(2).
              88 WS-THRS-OK          VALUE '00'.
           01 WS-CW-EOF       PIC        A(1).
           01 WS-CW-STATUS    PIC        X(2).
              88 WS-CW-OK            VALUE '00'.
      *
      * CONTINGENT on the command line brings the register's heads
      * into the variance; ENTITY breaks the report by legal entity.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-OPT-PARM-1   PIC       X(10).
           01 WS-OPT-PARM-2   PIC       X(10).
           01 WS-CONTG-SW     PIC        X(1) VALUE 'N'.
              88 COUNT-CONTINGENT    VALUE 'Y'.
           01 WS-ENTITY-SW    PIC        X(1) VALUE 'N'.
              88 BREAK-BY-ENTITY     VALUE 'Y'.
      *
      * The entity being reported on this pass over the budget, the
      * entity of the row in hand and of the employee being counted
      * (all blank without ENTITY), and the entity subtotals.
           01 WS-PASS-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-ROW-ENTITY   PIC        X(4) VALUE SPACES.
           01 WS-EMP-ENTITY   PIC        X(4) VALUE SPACES.
           01 WS-ENT-ROWS     PIC        9(5) VALUE ZERO.
           01 WS-ENT-BUDGET   PIC        9(6) VALUE ZERO.
           01 WS-ENT-HEADS    PIC        9(6) VALUE ZERO.
           01 WS-ENT-VARIANCE PIC       S9(6).
           01 WS-ENT-VARIANCE-ED PIC   -(5)9.
           01 WS-BAD-ENT-COUNT PIC       9(5) VALUE ZERO.
      *
      * Budget and heads per division for the scan under way - slot
      * 1 is the departments with no division, slot n+1 division n.
           01 WS-DVS-TBL.
              05 WS-DVS-ENTRY OCCURS 21 TIMES.
                 10 WS-DVS-ROWS       PIC  9(5).
                 10 WS-DVS-BUDGET     PIC  9(6).
                 10 WS-DVS-HEADS      PIC  9(6).
           01 WS-DVS-IDX      PIC        9(2) VALUE ZERO.
           01 WS-DIV-VARIANCE PIC       S9(6).
           01 WS-DIV-VARIANCE-ED PIC   -(5)9.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'BUDGVAR'.
      *
      * Active headcount per department/site, from the master.
           01 WS-ACT-TBL.
              05 WS-ACT-ENTRY OCCURS 100 TIMES.
                 10 WS-ACT-ENTITY     PIC  X(4).
                 10 WS-ACT-DEPT       PIC  X(4).
                 10 WS-ACT-SITE       PIC  X(4).
                 10 WS-ACT-COUNT      PIC  9(5).
           01 WS-ACT-IDX      PIC        9(3) VALUE ZERO.
           01 WS-ACT-SLOT     PIC        9(3) VALUE ZERO.
      *
      * Open contingent assignments per department/site, from the
      * register.
           01 WS-CTG-TBL.
              05 WS-CTG-ENTRY OCCURS 100 TIMES.
                 10 WS-CTG-DEPT       PIC  X(4).
                 10 WS-CTG-SITE       PIC  X(4).
                 10 WS-CTG-COUNT      PIC  9(5).
           01 WS-CTG-COUNT-TOT PIC       9(3) VALUE ZERO.
           01 WS-CTG-IDX      PIC        9(3) VALUE ZERO.
           01 WS-CTG-SLOT     PIC        9(3) VALUE ZERO.
      *
      * Latest snapshot headcount per department/site, for the
      * history column.
           01 WS-SNP-TBL.
           01 WS-ROW-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-BAD-DEPT-COUNT PIC      9(5) VALUE ZERO.
           01 WS-OVER-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-TEMP-OVER-COUNT PIC     9(5) VALUE ZERO.
      *
      * Heads set against the budget row - employees, plus temps
      * under CONTINGENT - and the employee-only percentage.
           01 WS-HEADS        PIC        9(5).
           01 WS-EMP-VAR-PCT  PIC     S9(3)V9.
      *
           01 WS-VARIANCE     PIC       S9(5).
           01 WS-VARIANCE-ED  PIC      -(4)9.
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "ENTITY_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-OPT-PARM-1 WS-OPT-PARM-2.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-OPT-PARM-1 WS-OPT-PARM-2
           END-UNSTRING.
           IF WS-OPT-PARM-1 = 'CONTINGENT'
               OR WS-OPT-PARM-2 = 'CONTINGENT'
             SET COUNT-CONTINGENT TO TRUE
           END-IF.
           IF WS-OPT-PARM-1 = 'ENTITY' OR WS-OPT-PARM-2 = 'ENTITY'
             SET BREAK-BY-ENTITY TO TRUE
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT BUDGET.
           IF NOT WS-BUDG-OK
             GOBACK
           END-IF.
           PERFORM LOAD-DEPTREF-PARA.
           PERFORM LOAD-DIVISIONS-PARA.
           IF BREAK-BY-ENTITY
             PERFORM LOAD-ENTITIES-PARA
             IF EN-COUNT = ZERO
               DISPLAY "BUDGVAR: NO ENTITYREF.DTA - ENTITY BREAK "
                       "IGNORED"
               MOVE 'N' TO WS-ENTITY-SW
             ELSE
               PERFORM OPEN-EMPENT-PARA
             END-IF
           END-IF.
           PERFORM LOAD-ACTUALS-PARA.
           PERFORM LOAD-SNAPSHOTS-PARA.
           IF COUNT-CONTINGENT
             PERFORM LOAD-CONTINGENT-PARA
           END-IF.
           PERFORM READ-THRESHOLD-PARA.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-TODAY-PERIOD.
           MOVE SPACES TO RP-FNAME.
           MOVE 'BUDGVAR - HEADCOUNT BUDGET VS ACTUAL' TO RP-TITLE.
           MOVE 'DEPT SITE BUDGET ACTUAL  SNAP  OVER/UNDER   PCT'
                TO RP-COLHDG.
           IF COUNT-CONTINGENT
             MOVE 'BUDGVAR - HEADCOUNT BUDGET VS ACTUAL PLUS TEMPS'
                  TO RP-TITLE
             MOVE 'TEMPS' TO RP-COLHDG (51:5)
           END-IF.
           IF BREAK-BY-ENTITY
             IF COUNT-CONTINGENT
               MOVE 'BUDGVAR - HC BUDGET VS ACTUAL BY ENTITY PLUS TEMPS'
                    TO RP-TITLE
             ELSE
               MOVE 'BUDGVAR - HEADCOUNT BUDGET VS ACTUAL BY ENTITY'
                    TO RP-TITLE
             END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.

             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-REF-COUNT >= 50
               IF DEPT-CODE NOT = SPACES AND NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-REF-COUNT
                 MOVE DEPT-CODE TO WS-REF-CODE (WS-REF-COUNT)
                 MOVE DEPT-ACTIVE TO WS-REF-ACTIVE (WS-REF-COUNT)
      * ================================================================
      * LOAD-ACTUALS-PARA
      * Active headcount per department/site, straight off the
      * master - per entity/department/site under ENTITY.
      * ================================================================
       LOAD-ACTUALS-PARA.
           OPEN INPUT EMPLOYEE.
           END-READ.
           PERFORM UNTIL WS-EMP-EOF = 'Y'
             IF EMP-ACTIVE OF EMPLOYEE-FILE
               MOVE SPACES TO WS-EMP-ENTITY
               IF BREAK-BY-ENTITY
                 MOVE EMPID OF EMPLOYEE-FILE TO EN-CHK-EMPID
                 PERFORM GET-EMP-ENTITY-PARA
                 MOVE EN-ENTITY TO WS-EMP-ENTITY
               END-IF
               PERFORM TALLY-ACTUAL-PARA
             END-IF
             READ EMPLOYEE INTO EMPLOYEE-FILE
           IF WS-ACT-SLOT = 0 AND WS-ACT-COUNT-TOT < 100
             ADD 1 TO WS-ACT-COUNT-TOT
             MOVE WS-ACT-COUNT-TOT TO WS-ACT-SLOT
             MOVE WS-EMP-ENTITY TO WS-ACT-ENTITY (WS-ACT-SLOT)
             MOVE EMPDPT OF EMPLOYEE-FILE
                  TO WS-ACT-DEPT (WS-ACT-SLOT)
             MOVE EMPSITE OF EMPLOYEE-FILE
           IF WS-ACT-DEPT (WS-ACT-IDX) = EMPDPT OF EMPLOYEE-FILE
               AND WS-ACT-SITE (WS-ACT-IDX)
                   = EMPSITE OF EMPLOYEE-FILE
               AND WS-ACT-ENTITY (WS-ACT-IDX) = WS-EMP-ENTITY
             MOVE WS-ACT-IDX TO WS-ACT-SLOT
           END-IF.

             MOVE WS-SNP-IDX TO WS-SNP-SLOT
           END-IF.

      * ================================================================
      * LOAD-CONTINGENT-PARA
      * Open assignments already started, per department/site.
      * ================================================================
       LOAD-CONTINGENT-PARA.
           OPEN INPUT CONTWKR.
           IF NOT WS-CW-OK
             DISPLAY "BUDGVAR: NO CONTINGENT WORKER FILE - "
                     "TEMPS COUNTED AS ZERO"
           ELSE
             MOVE ' ' TO WS-CW-EOF
             READ CONTWKR NEXT RECORD
                  AT END MOVE 'Y' TO WS-CW-EOF
             END-READ
             PERFORM UNTIL WS-CW-EOF = 'Y'
               IF CW-IS-ACTIVE
                   AND CW-START-DATE
                       NOT > FUNCTION CURRENT-DATE (1:8)
                 PERFORM TALLY-CONTINGENT-PARA
               END-IF
               READ CONTWKR NEXT RECORD
                    AT END MOVE 'Y' TO WS-CW-EOF
               END-READ
             END-PERFORM
             CLOSE CONTWKR
           END-IF.

      * ================================================================
      * TALLY-CONTINGENT-PARA
      * ================================================================
       TALLY-CONTINGENT-PARA.
           MOVE ZERO TO WS-CTG-SLOT.
           PERFORM FIND-CONTINGENT-PARA
               VARYING WS-CTG-IDX FROM 1 BY 1
               UNTIL WS-CTG-IDX > WS-CTG-COUNT-TOT
                  OR WS-CTG-SLOT > 0.
           IF WS-CTG-SLOT = 0 AND WS-CTG-COUNT-TOT < 100
             ADD 1 TO WS-CTG-COUNT-TOT
             MOVE WS-CTG-COUNT-TOT TO WS-CTG-SLOT
             MOVE CW-DPT TO WS-CTG-DEPT (WS-CTG-SLOT)
             MOVE CW-SITE TO WS-CTG-SITE (WS-CTG-SLOT)
             MOVE ZERO TO WS-CTG-COUNT (WS-CTG-SLOT)
           END-IF.
           IF WS-CTG-SLOT > 0
             ADD 1 TO WS-CTG-COUNT (WS-CTG-SLOT)
           END-IF.

      * ================================================================
      * FIND-CONTINGENT-PARA
      * ================================================================
       FIND-CONTINGENT-PARA.
           IF WS-CTG-DEPT (WS-CTG-IDX) = CW-DPT
               AND WS-CTG-SITE (WS-CTG-IDX) = CW-SITE
             MOVE WS-CTG-IDX TO WS-CTG-SLOT
           END-IF.

      * ================================================================
      * READ-THRESHOLD-PARA
      * ================================================================

      * ================================================================
      * PROCESS-PARA
      * One variance line per current-period budget row - under
      * ENTITY one pass over the budget per entity, each closed by
      * its subtotal.
      * ================================================================
       PROCESS-PARA.
           IF BREAK-BY-ENTITY
             PERFORM REPORT-ENTITY-PASS-PARA
                 VARYING WS-PASS-SLOT FROM 1 BY 1
                 UNTIL WS-PASS-SLOT > EN-COUNT
           ELSE
             PERFORM SCAN-BUDGET-PARA
           END-IF.

      * ================================================================
      * REPORT-ENTITY-PASS-PARA
      * ================================================================
       REPORT-ENTITY-PASS-PARA.
           MOVE ZERO TO WS-ENT-ROWS.
           MOVE ZERO TO WS-ENT-BUDGET.
           MOVE ZERO TO WS-ENT-HEADS.
           CLOSE BUDGET.
           OPEN INPUT BUDGET.
           PERFORM SCAN-BUDGET-PARA.
           IF WS-ENT-ROWS > 0
             PERFORM WRITE-ENTITY-TOTAL-PARA
           END-IF.

      * ================================================================
      * SCAN-BUDGET-PARA
      * ================================================================
       SCAN-BUDGET-PARA.
           MOVE ZERO TO WS-DVS-TBL.
           MOVE ' ' TO WS-BUDG-EOF.
           READ BUDGET INTO BUDGET-REC
                AT END MOVE 'Y' TO WS-BUDG-EOF
           PERFORM UNTIL WS-BUDG-EOF = 'Y'
             IF BUDGET-REC (1:1) NOT = '*'
                 AND BG-PERIOD = WS-TODAY-PERIOD
               IF BREAK-BY-ENTITY
                 PERFORM CHECK-ROW-ENTITY-PARA
               ELSE
                 PERFORM REPORT-ONE-ROW-PARA
               END-IF
             END-IF
             READ BUDGET INTO BUDGET-REC
                  AT END MOVE 'Y' TO WS-BUDG-EOF
             END-READ
           END-PERFORM.
           IF DV-DIV-COUNT > 0
             PERFORM WRITE-DIVISION-TOTAL-PARA
                 VARYING WS-DVS-IDX FROM 1 BY 1
                 UNTIL WS-DVS-IDX > DV-DIV-COUNT + 1
           END-IF.

      * ================================================================
      * CHECK-ROW-ENTITY-PARA
      * Reports the row only on its own entity's pass; an unknown
      * entity is listed once, on the first pass, and skipped.
      * ================================================================
       CHECK-ROW-ENTITY-PARA.
           IF BG-ENTITY = SPACES
             MOVE EN-TBL-CODE (EN-HOME-SLOT) TO EN-ENTITY
           ELSE
             MOVE BG-ENTITY TO EN-ENTITY
           END-IF.
           PERFORM FIND-ENTITY-SLOT-PARA.
           IF EN-SLOT = ZERO
             IF WS-PASS-SLOT = 1
               ADD 1 TO WS-BAD-ENT-COUNT
               MOVE SPACES TO RP-DETAIL
               STRING BG-DEPT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BG-SITE DELIMITED BY SIZE
                      ' ENTITY ' DELIMITED BY SIZE
                      BG-ENTITY DELIMITED BY SIZE
                      ' *** NOT ON ENTITYREF.DTA - ROW SKIPPED ***'
                      DELIMITED BY SIZE
                      INTO RP-DETAIL
               END-STRING
               PERFORM WRITE-REPORT-LINE-PARA
             END-IF
           ELSE
             IF EN-SLOT = WS-PASS-SLOT
               MOVE EN-ENTITY TO WS-ROW-ENTITY
               PERFORM REPORT-ONE-ROW-PARA
             END-IF
           END-IF.

      * ================================================================
      * WRITE-DIVISION-TOTAL-PARA
      * ================================================================
       WRITE-DIVISION-TOTAL-PARA.
           IF WS-DVS-ROWS (WS-DVS-IDX) > 0
             IF WS-DVS-IDX = 1
               MOVE SPACES TO DV-DIVISION
               MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
             ELSE
               MOVE DV-DIV-CODE (WS-DVS-IDX - 1) TO DV-DIVISION
               MOVE DV-DIV-NAME (WS-DVS-IDX - 1) TO DV-DIVISION-NAME
             END-IF
             COMPUTE WS-DIV-VARIANCE = WS-DVS-HEADS (WS-DVS-IDX)
                 - WS-DVS-BUDGET (WS-DVS-IDX)
             MOVE WS-DIV-VARIANCE TO WS-DIV-VARIANCE-ED
             IF WS-DVS-BUDGET (WS-DVS-IDX) > 0
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-DIV-VARIANCE * 100 / WS-DVS-BUDGET (WS-DVS-IDX)
             ELSE
               MOVE ZERO TO WS-VAR-PCT
             END-IF
             MOVE WS-VAR-PCT TO WS-VAR-PCT-ED
             MOVE SPACES TO RP-DETAIL
             STRING 'DIVISION ' DELIMITED BY SIZE
                    DV-DIVISION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    DV-DIVISION-NAME DELIMITED BY SIZE
                    ' BUDGET ' DELIMITED BY SIZE
                    WS-DVS-BUDGET (WS-DVS-IDX) DELIMITED BY SIZE
                    ' ACTUAL ' DELIMITED BY SIZE
                    WS-DVS-HEADS (WS-DVS-IDX) DELIMITED BY SIZE
                    ' OVER/UNDER ' DELIMITED BY SIZE
                    WS-DIV-VARIANCE-ED DELIMITED BY SIZE
                    ' PCT ' DELIMITED BY SIZE
                    WS-VAR-PCT-ED DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * WRITE-ENTITY-TOTAL-PARA
      * ================================================================
       WRITE-ENTITY-TOTAL-PARA.
           COMPUTE WS-ENT-VARIANCE = WS-ENT-HEADS - WS-ENT-BUDGET.
           MOVE WS-ENT-VARIANCE TO WS-ENT-VARIANCE-ED.
           IF WS-ENT-BUDGET > 0
             COMPUTE WS-VAR-PCT ROUNDED =
                 WS-ENT-VARIANCE * 100 / WS-ENT-BUDGET
           ELSE
             MOVE ZERO TO WS-VAR-PCT
           END-IF.
           MOVE WS-VAR-PCT TO WS-VAR-PCT-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING 'ENTITY ' DELIMITED BY SIZE
                  EN-TBL-CODE (WS-PASS-SLOT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EN-TBL-NAME (WS-PASS-SLOT) DELIMITED BY SIZE
                  ' BUDGET ' DELIMITED BY SIZE
                  WS-ENT-BUDGET DELIMITED BY SIZE
                  ' ACTUAL ' DELIMITED BY SIZE
                  WS-ENT-HEADS DELIMITED BY SIZE
                  ' OVER/UNDER ' DELIMITED BY SIZE
                  WS-ENT-VARIANCE-ED DELIMITED BY SIZE
                  ' PCT ' DELIMITED BY SIZE
                  WS-VAR-PCT-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * REPORT-ONE-ROW-PARA
      * MATCH-AND-PRINT-PARA
      * Budget against actual against the latest snapshot, with the
      * over-budget alert when the variance clears the threshold.
      * Under CONTINGENT the row's temps join the actual before the
      * variance is taken - under ENTITY on home-entity rows only.
      * ================================================================
       MATCH-AND-PRINT-PARA.
           MOVE ZERO TO WS-ACT-SLOT.
               VARYING WS-SNP-IDX FROM 1 BY 1
               UNTIL WS-SNP-IDX > WS-SNP-COUNT-TOT
                  OR WS-SNP-SLOT > 0.
           MOVE ZERO TO WS-CTG-SLOT.
           IF COUNT-CONTINGENT
               AND (NOT BREAK-BY-ENTITY
                    OR WS-PASS-SLOT = EN-HOME-SLOT)
             PERFORM FIND-BUDG-CONTG-PARA
                 VARYING WS-CTG-IDX FROM 1 BY 1
                 UNTIL WS-CTG-IDX > WS-CTG-COUNT-TOT
                    OR WS-CTG-SLOT > 0
           END-IF.
           IF WS-ACT-SLOT > 0
             MOVE WS-ACT-COUNT (WS-ACT-SLOT) TO WS-HEADS
           ELSE
             MOVE ZERO TO WS-HEADS
           END-IF.
           IF BG-HEADCOUNT > 0
             COMPUTE WS-EMP-VAR-PCT ROUNDED =
                 (WS-HEADS - BG-HEADCOUNT) * 100 / BG-HEADCOUNT
           ELSE
             MOVE ZERO TO WS-EMP-VAR-PCT
           END-IF.
           IF WS-CTG-SLOT > 0
             ADD WS-CTG-COUNT (WS-CTG-SLOT) TO WS-HEADS
           END-IF.
           IF BREAK-BY-ENTITY
             ADD 1 TO WS-ENT-ROWS
             ADD BG-HEADCOUNT TO WS-ENT-BUDGET
             ADD WS-HEADS TO WS-ENT-HEADS
           END-IF.
           MOVE BG-DEPT TO DV-CHK-DEPT.
           PERFORM GET-DEPT-DIVISION-PARA.
           COMPUTE WS-DVS-IDX = DV-DIV-SLOT + 1.
           ADD 1 TO WS-DVS-ROWS (WS-DVS-IDX).
           ADD BG-HEADCOUNT TO WS-DVS-BUDGET (WS-DVS-IDX).
           ADD WS-HEADS TO WS-DVS-HEADS (WS-DVS-IDX).
           COMPUTE WS-VARIANCE = WS-HEADS - BG-HEADCOUNT.
           IF BG-HEADCOUNT > 0
             COMPUTE WS-VAR-PCT ROUNDED =
                 WS-VARIANCE * 100 / BG-HEADCOUNT
           END-IF.
           MOVE WS-VARIANCE-ED TO RP-DETAIL (32:5).
           MOVE WS-VAR-PCT-ED TO RP-DETAIL (43:6).
           IF COUNT-CONTINGENT
             IF WS-CTG-SLOT > 0
               MOVE WS-CTG-COUNT (WS-CTG-SLOT) TO RP-DETAIL (51:5)
             ELSE
               MOVE '00000' TO RP-DETAIL (51:5)
             END-IF
             IF BREAK-BY-ENTITY AND WS-PASS-SLOT NOT = EN-HOME-SLOT
               MOVE ' N/A ' TO RP-DETAIL (51:5)
             END-IF
           END-IF.
           IF WS-VAR-PCT > WS-THRESHOLD
             ADD 1 TO WS-OVER-COUNT
             IF NOT COUNT-CONTINGENT
               MOVE ' *** OVER BUDGET ***' TO RP-DETAIL (51:20)
             ELSE
               IF WS-EMP-VAR-PCT > WS-THRESHOLD
                 MOVE ' *** OVER BUDGET ***' TO RP-DETAIL (57:20)
               ELSE
                 ADD 1 TO WS-TEMP-OVER-COUNT
                 MOVE ' *** OVER WITH TEMPS ***'
                      TO RP-DETAIL (57:24)
               END-IF
             END-IF
             MOVE 4 TO WS-ALERT-SEVERITY
             MOVE 'BUDGOVER' TO WS-ALERT-CODE
             MOVE SPACES TO WS-ALERT-MSG
       FIND-BUDG-ACTUAL-PARA.
           IF WS-ACT-DEPT (WS-ACT-IDX) = BG-DEPT
               AND WS-ACT-SITE (WS-ACT-IDX) = BG-SITE
               AND WS-ACT-ENTITY (WS-ACT-IDX) = WS-ROW-ENTITY
             MOVE WS-ACT-IDX TO WS-ACT-SLOT
           END-IF.

      * ================================================================
      * FIND-BUDG-CONTG-PARA
      * ================================================================
       FIND-BUDG-CONTG-PARA.
           IF WS-CTG-DEPT (WS-CTG-IDX) = BG-DEPT
               AND WS-CTG-SITE (WS-CTG-IDX) = BG-SITE
             MOVE WS-CTG-IDX TO WS-CTG-SLOT
           END-IF.

      * ================================================================
      * FIND-BUDG-SNAP-PARA
      * ================================================================
      * ================================================================
       TERMINATE-PARA.
           CLOSE BUDGET.
           PERFORM CLOSE-ENTITIES-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           IF COUNT-CONTINGENT
             MOVE SPACES TO RP-DETAIL
             STRING WS-TEMP-OVER-COUNT DELIMITED BY SIZE
                    ' ROW(S) OVER THRESHOLD ONLY WITH TEMPS COUNTED'
                    DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF BREAK-BY-ENTITY
             MOVE SPACES TO RP-DETAIL
             STRING WS-BAD-ENT-COUNT DELIMITED BY SIZE
                    ' ROW(S) SKIPPED FOR AN UNKNOWN ENTITY'
                    DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "BUDGVAR: " WS-ROW-COUNT " ROW(S), "
                   WS-OVER-COUNT " OVER THRESHOLD, "
                   WS-BAD-DEPT-COUNT " UNKNOWN DEPARTMENT(S)".
           IF WS-OVER-COUNT > 0 OR WS-BAD-DEPT-COUNT > 0
               OR WS-BAD-ENT-COUNT > 0 OR WS-ROW-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN LEGAL-ENTITY LOOKUP
      * ================================================================
       COPY "ENTITY_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
