      *================================================================
      * RPTPASS
      * Single-pass reporting over the CALCAGE EMPOUT extract
      * (output.dta).  AGEBAND, DEPTBAND, DEPTRPT and SITERPT each
      * verify the generation stamp, read and (the two control-break
      * reports) sort the whole extract on their own - four passes
      * over the biggest file of the night for four summaries of the
      * same records.  This program verifies the stamp once, reads
      * the extract once, and prints every selected report from
      * that one pass.
      *
      * Command-line tokens, in any order:
      *
      *    YYYYMMDD  the business date the extract must cover
      *              (default today), as in the standalone reports
      *    ENTITY    the entity break for DEPTRPT and SITERPT
      *    AGEBAND DEPTBAND DEPTRPT SITERPT
      *              the reports to print; naming none prints all
      *
      * Each report keeps the standalone program's file name, title,
      * layout and catalog entry (registered under the standalone
      * program's name), so RPTBURST, RPTFETCH and the pack
      * checklist see no difference, and the figures are the same
      * to the last digit.  DEPTBAND's matrix is tallied exactly as
      * the standalone program tallies it.  The two control-break
      * reports collect one headcount/age-total entry per break key
      * in a table kept in key order as the records arrive, in
      * place of the sort, and print from it with the standalone
      * break logic; a report whose table overflows is not printed
      * (return code 12) while the others still are.
      *
      * A stale or missing extract refuses every report before any
      * print file is opened (return code 8).  The standalone
      * programs remain for ad hoc reruns of a single report.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPASS.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EMPOUT ASSIGN TO 'output.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMPOUT-STATUS.
      *
              SELECT BANDPARM ASSIGN TO './ageband.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAND-STATUS.
      *
              SELECT DEPTREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPTREF-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
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
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD EMPOUT.
           01 EMPOUT-FILE.
              05 EMPOID       PIC        9(5).
              05 EMPOFNM      PIC       X(25).
              05 EMPOLNM      PIC       X(35).
              05 EMPODOB      PIC       A(10).
              05 EMPOAGE      PIC        Z(3).
              05 EMPODPT      PIC       X(4).
              05 EMPOSITE     PIC       X(4).
      *
           01 EMPOUT-TRAILER REDEFINES EMPOUT-FILE.
              05 TRLR-CODE       PIC     X(3).
                 88 TRLR-IS-TRAILER    VALUE 'TRL'.
              05 FILLER          PIC     X(83).
      *
           01 EMPOUT-HEADER REDEFINES EMPOUT-FILE.
              05 HDR-CODE        PIC     X(3).
                 88 HDR-IS-HEADER      VALUE 'HDR'.
              05 HDR-RUN-DATE    PIC     9(8).
              05 HDR-RUN-TIME    PIC     9(6).
              05 HDR-ASOF-DATE   PIC     9(8).
              05 FILLER          PIC    X(61).
      *
           FD BANDPARM.
           01 BANDPARM-REC     PIC       X(10).
      *
           FD DEPTREF.
           01 DEPTREF-REC.
              COPY "DEPTREF-REC.cob".
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EMPOUT-EOF   PIC        A(1).
           01 WS-EMPOUT-STATUS PIC       X(2).
              88 WS-EMPOUT-OK        VALUE '00'.
           01 WS-AGE-NUM      PIC        9(3).
           01 WS-PASS-RC      PIC        9(2) VALUE ZERO.
      *
      * Command line - up to six tokens in any order.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-CMD-TOKENS.
              05 WS-CMD-TOKEN OCCURS 6 TIMES PIC X(10).
           01 WS-TOKEN-IDX    PIC        9(2) VALUE ZERO.
      *
      * The reports asked for; all four when none is named.
           01 WS-WANT-AGEBAND-SW  PIC    X(1) VALUE 'N'.
              88 WANT-AGEBAND        VALUE 'Y'.
           01 WS-WANT-DEPTBAND-SW PIC    X(1) VALUE 'N'.
              88 WANT-DEPTBAND       VALUE 'Y'.
           01 WS-WANT-DEPTRPT-SW  PIC    X(1) VALUE 'N'.
              88 WANT-DEPTRPT        VALUE 'Y'.
           01 WS-WANT-SITERPT-SW  PIC    X(1) VALUE 'N'.
              88 WANT-SITERPT        VALUE 'Y'.
      *
      * Generation-stamp verification, as in DEPTRPT - once, for
      * every report in the pass.
           01 WS-BUSINESS-DATE PIC       9(8).
           01 WS-HDR-SEEN-SW  PIC        X(1) VALUE 'N'.
              88 HEADER-WAS-SEEN     VALUE 'Y'.
      *
      * ENTITY on the command line adds the entity break.
           01 WS-ENTITY-SW    PIC        X(1) VALUE 'N'.
              88 BREAK-BY-ENTITY     VALUE 'Y'.
      *
      * AGEBAND - the five standing bands.
           01 WS-AB-BAND-COUNTS.
              05 WS-AB-UNDER18     PIC   9(6) VALUE ZERO.
              05 WS-AB-18-29       PIC   9(6) VALUE ZERO.
              05 WS-AB-30-49       PIC   9(6) VALUE ZERO.
              05 WS-AB-50-64       PIC   9(6) VALUE ZERO.
              05 WS-AB-65-UP       PIC   9(6) VALUE ZERO.
           01 WS-AB-TOTAL-COUNT PIC      9(6) VALUE ZERO.
           01 WS-AB-BAND-PCT  PIC        999V99.
           01 WS-AB-BAND-LABEL PIC      X(10).
           01 WS-AB-LINE-COUNT PIC       9(6).
      *
      * DEPTBAND - band upper bounds from ./ageband.parm and the
      * department-by-band matrix, as in DEPTBAND.
           01 WS-BAND-STATUS  PIC        X(2).
              88 WS-BAND-OK          VALUE '00'.
           01 WS-BAND-EOF     PIC        A(1).
           01 WS-BAND-TBL.
              05 WS-BAND-BOUND OCCURS 9 TIMES PIC 9(3).
           01 WS-BAND-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-BAND-IDX     PIC        9(2) VALUE ZERO.
           01 WS-BAND-SLOT    PIC        9(2) VALUE ZERO.
           01 WS-BAND-TOT-COUNT PIC      9(2) VALUE ZERO.
      *
           01 WS-MATRIX.
              05 WS-DEPT-ROW OCCURS 50 TIMES.
                 10 WS-ROW-DEPT       PIC  X(4).
                 10 WS-ROW-DIV-SLOT   PIC  9(2).
                 10 WS-ROW-CELL OCCURS 10 TIMES PIC 9(5).
                 10 WS-ROW-TOTAL      PIC  9(6).
           01 WS-ROW-COUNT    PIC        9(2) VALUE ZERO.
           01 WS-ROW-IDX      PIC        9(2) VALUE ZERO.
           01 WS-ROW-SLOT     PIC        9(2) VALUE ZERO.
      *
           01 WS-COL-TOTALS.
              05 WS-COL-TOTAL OCCURS 10 TIMES PIC 9(6).
           01 WS-DB-GRAND-TOTAL PIC      9(7) VALUE ZERO.
      *
           01 WS-GRP-SLOT     PIC        9(2) VALUE ZERO.
           01 WS-GRP-ROWS     PIC        9(2) VALUE ZERO.
           01 WS-DIV-CELLS.
              05 WS-DIV-CELL OCCURS 10 TIMES PIC 9(6).
           01 WS-DIV-TOTAL    PIC        9(7) VALUE ZERO.
      *
           01 WS-PRINT-LINE   PIC      X(132).
           01 WS-PRINT-COL    PIC        9(3).
           01 WS-CELL-ED      PIC      ZZZZZ9.
           01 WS-LABEL-LOW    PIC        9(3).
      *
      * DEPTRPT - department names from ./deptref.dta.
           01 WS-DEPTREF-STATUS PIC      X(2).
              88 WS-DEPTREF-OK       VALUE '00'.
           01 WS-DEPTREF-EOF  PIC        A(1).
           01 WS-DEPT-TBL.
              05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                 10 WS-DEPT-TBL-CODE PIC X(4).
                 10 WS-DEPT-TBL-NAME PIC X(30).
           01 WS-DEPTREF-COUNT PIC       9(2) VALUE ZERO.
           01 WS-DEPT-IDX     PIC        9(2) VALUE ZERO.
           01 WS-CUR-DEPT-NAME PIC      X(30).
      *
      * DEPTRPT break groups - one entry per entity/division/
      * department, kept in that key order as they are first met,
      * the order the standalone program's sort produces.
           01 WS-DR-TBL.
              05 WS-DR-ENTRY OCCURS 500 TIMES.
                 10 WS-DR-KEY.
                    15 WS-DR-ENTITY   PIC  X(4).
                    15 WS-DR-DIVISION PIC  X(4).
                    15 WS-DR-DPT      PIC  X(4).
                 10 WS-DR-HEADS       PIC  9(6).
                 10 WS-DR-AGES        PIC  9(8).
           01 WS-DR-NEW-KEY.
              05 WS-DR-NEW-ENTITY  PIC   X(4).
              05 WS-DR-NEW-DIVISION PIC  X(4).
              05 WS-DR-NEW-DPT     PIC   X(4).
           01 WS-DR-COUNT     PIC        9(4) VALUE ZERO.
           01 WS-DR-IDX       PIC        9(4) VALUE ZERO.
           01 WS-DR-SLOT      PIC        9(4) VALUE ZERO.
           01 WS-DR-FULL-SW   PIC        X(1) VALUE 'N'.
              88 DR-TABLE-FULL       VALUE 'Y'.
      *
      * SITERPT break groups - entity/site/division/department.
           01 WS-SI-TBL.
              05 WS-SI-ENTRY OCCURS 500 TIMES.
                 10 WS-SI-KEY.
                    15 WS-SI-ENTITY   PIC  X(4).
                    15 WS-SI-SITE     PIC  X(4).
                    15 WS-SI-DIVISION PIC  X(4).
                    15 WS-SI-DPT      PIC  X(4).
                 10 WS-SI-HEADS       PIC  9(6).
                 10 WS-SI-AGES        PIC  9(8).
           01 WS-SI-NEW-KEY.
              05 WS-SI-NEW-ENTITY  PIC   X(4).
              05 WS-SI-NEW-SITE    PIC   X(4).
              05 WS-SI-NEW-DIVISION PIC  X(4).
              05 WS-SI-NEW-DPT     PIC   X(4).
           01 WS-SI-COUNT     PIC        9(4) VALUE ZERO.
           01 WS-SI-IDX       PIC        9(4) VALUE ZERO.
           01 WS-SI-SLOT      PIC        9(4) VALUE ZERO.
           01 WS-SI-FULL-SW   PIC        X(1) VALUE 'N'.
              88 SI-TABLE-FULL       VALUE 'Y'.
      *
      * Control-break state and accumulators, shared by the two
      * break reports - each printer starts them from zero.
           01 WS-FIRST-SW     PIC        X(1).
              88 FIRST-RECORD     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-ENTITY   PIC        X(4).
           01 WS-CUR-ENT-NAME PIC       X(30).
           01 WS-CUR-SITE     PIC        X(4).
           01 WS-CUR-DIVISION PIC        X(4).
           01 WS-CUR-DEPT     PIC        X(4).
      *
           01 WS-DEPT-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-DEPT-AGE-TOTAL  PIC     9(7) VALUE ZERO.
           01 WS-DEPT-AVG-AGE    PIC     999V9.
      *
           01 WS-SITE-COUNT      PIC     9(6) VALUE ZERO.
           01 WS-SITE-AGE-TOTAL  PIC     9(8) VALUE ZERO.
           01 WS-SITE-AVG-AGE    PIC     999V9.
      *
           01 WS-DIV-COUNT       PIC     9(6) VALUE ZERO.
           01 WS-DIV-AGE-TOTAL   PIC     9(8) VALUE ZERO.
           01 WS-DIV-AVG-AGE     PIC     999V9.
      *
           01 WS-ENT-COUNT       PIC     9(6) VALUE ZERO.
           01 WS-ENT-AGE-TOTAL   PIC     9(8) VALUE ZERO.
           01 WS-ENT-AVG-AGE     PIC     999V9.
      *
           01 WS-GRAND-COUNT     PIC     9(6) VALUE ZERO.
           01 WS-GRAND-AGE-TOTAL PIC     9(8) VALUE ZERO.
           01 WS-GRAND-AVG-AGE   PIC     999V9.
      *
      * Set to each report's own program name before its print file
      * is closed, so the catalog entry matches the standalone run.
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'RPTPASS'.
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "ENTITY_DEF.cob".
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-CMD-TOKENS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN (1) WS-CMD-TOKEN (2)
                    WS-CMD-TOKEN (3) WS-CMD-TOKEN (4)
                    WS-CMD-TOKEN (5) WS-CMD-TOKEN (6)
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           PERFORM CHECK-ONE-TOKEN-PARA
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 6.
           IF NOT WANT-AGEBAND AND NOT WANT-DEPTBAND
               AND NOT WANT-DEPTRPT AND NOT WANT-SITERPT
             SET WANT-AGEBAND TO TRUE
             SET WANT-DEPTBAND TO TRUE
             SET WANT-DEPTRPT TO TRUE
             SET WANT-SITERPT TO TRUE
           END-IF.
           IF NOT WANT-DEPTRPT AND NOT WANT-SITERPT
             MOVE 'N' TO WS-ENTITY-SW
           END-IF.
           PERFORM VERIFY-GENERATION-PARA.
           IF BREAK-BY-ENTITY
             PERFORM LOAD-ENTITIES-PARA
             IF EN-COUNT = ZERO
               DISPLAY "RPTPASS: NO ENTITYREF.DTA - ENTITY BREAK "
                       "IGNORED"
               MOVE 'N' TO WS-ENTITY-SW
             ELSE
               PERFORM OPEN-EMPENT-PARA
             END-IF
           END-IF.
           PERFORM LOAD-DIVISIONS-PARA.
           IF WANT-DEPTBAND
             PERFORM LOAD-BANDS-PARA
             COMPUTE WS-BAND-TOT-COUNT = WS-BAND-COUNT + 1
             MOVE ZERO TO WS-COL-TOTALS
           END-IF.
           IF WANT-DEPTRPT
             PERFORM LOAD-DEPTREF-PARA
           END-IF.

      * ================================================================
      * CHECK-ONE-TOKEN-PARA
      * ================================================================
       CHECK-ONE-TOKEN-PARA.
           EVALUATE TRUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = SPACES
               CONTINUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) (1:8) IS NUMERIC
                 AND WS-CMD-TOKEN (WS-TOKEN-IDX) (9:2) = SPACES
               IF WS-CMD-TOKEN (WS-TOKEN-IDX) (1:8) NOT = ZERO
                 MOVE WS-CMD-TOKEN (WS-TOKEN-IDX) (1:8)
                      TO WS-BUSINESS-DATE
               END-IF
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = 'ENTITY'
               SET BREAK-BY-ENTITY TO TRUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = 'AGEBAND'
               SET WANT-AGEBAND TO TRUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = 'DEPTBAND'
               SET WANT-DEPTBAND TO TRUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = 'DEPTRPT'
               SET WANT-DEPTRPT TO TRUE
             WHEN WS-CMD-TOKEN (WS-TOKEN-IDX) = 'SITERPT'
               SET WANT-SITERPT TO TRUE
             WHEN OTHER
               DISPLAY "RPTPASS: UNKNOWN REPORT "
                       WS-CMD-TOKEN (WS-TOKEN-IDX) " IGNORED"
           END-EVALUATE.

      * ================================================================
      * VERIFY-GENERATION-PARA
      * Opens the extract for the one pass and checks its first
      * record: a generation stamp dated before the business date
      * refuses every report before a single print file is opened.
      * An old-style file with no stamp passes with a warning, and
      * its first record - a detail - is left in the buffer for the
      * pass to pick up.
      * ================================================================
       VERIFY-GENERATION-PARA.
           OPEN INPUT EMPOUT.
           IF NOT WS-EMPOUT-OK
             DISPLAY "RPTPASS: *** NO OUTPUT.DTA ON HAND - REPORTS "
                     "REFUSED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-EMPOUT-EOF.
           READ EMPOUT
                AT END MOVE 'Y' TO WS-EMPOUT-EOF
           END-READ.
           IF WS-EMPOUT-EOF NOT = 'Y' AND HDR-IS-HEADER
             SET HEADER-WAS-SEEN TO TRUE
             IF HDR-ASOF-DATE < WS-BUSINESS-DATE
               DISPLAY "RPTPASS: *** OUTPUT.DTA IS STALE - "
                       "GENERATED " HDR-RUN-DATE " AS OF "
                       HDR-ASOF-DATE " BUT THE BUSINESS DATE IS "
                       WS-BUSINESS-DATE " - REPORTS REFUSED ***"
               CLOSE EMPOUT
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             DISPLAY "RPTPASS: OUTPUT.DTA CARRIES NO GENERATION "
                     "STAMP - AGE NOT VERIFIED"
           END-IF.

      * ================================================================
      * LOAD-BANDS-PARA
      * Band upper bounds from the parameter file, ascending; the
      * standing AGEBAND bands when no file is on hand.
      * ================================================================
       LOAD-BANDS-PARA.
           OPEN INPUT BANDPARM.
           IF WS-BAND-OK
             MOVE ' ' TO WS-BAND-EOF
             READ BANDPARM INTO BANDPARM-REC
                  AT END MOVE 'Y' TO WS-BAND-EOF
             END-READ
             PERFORM UNTIL WS-BAND-EOF = 'Y'
                 OR WS-BAND-COUNT >= 9
               IF BANDPARM-REC (1:1) NOT = '*'
                   AND BANDPARM-REC (1:3) IS NUMERIC
                 ADD 1 TO WS-BAND-COUNT
                 MOVE BANDPARM-REC (1:3)
                      TO WS-BAND-BOUND (WS-BAND-COUNT)
               END-IF
               READ BANDPARM INTO BANDPARM-REC
                    AT END MOVE 'Y' TO WS-BAND-EOF
               END-READ
             END-PERFORM
             CLOSE BANDPARM
           END-IF.
           IF WS-BAND-COUNT = ZERO
             DISPLAY "RPTPASS: NO BAND PARAMETER FILE - USING THE "
                     "STANDING BANDS"
             MOVE 4 TO WS-BAND-COUNT
             MOVE 017 TO WS-BAND-BOUND (1)
             MOVE 029 TO WS-BAND-BOUND (2)
             MOVE 049 TO WS-BAND-BOUND (3)
             MOVE 064 TO WS-BAND-BOUND (4)
           END-IF.

      * ================================================================
      * LOAD-DEPTREF-PARA
      * Department names for the DEPTRPT subtotal lines; a missing
      * reference file leaves them blank, as in DEPTRPT.
      * ================================================================
       LOAD-DEPTREF-PARA.
           OPEN INPUT DEPTREF.
           IF WS-DEPTREF-OK
             MOVE ' ' TO WS-DEPTREF-EOF
             READ DEPTREF INTO DEPTREF-REC
                  AT END MOVE 'Y' TO WS-DEPTREF-EOF
             END-READ
             PERFORM UNTIL WS-DEPTREF-EOF = 'Y'
                 OR WS-DEPTREF-COUNT >= 50
               IF NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-DEPTREF-COUNT
                 MOVE DEPT-CODE TO WS-DEPT-TBL-CODE (WS-DEPTREF-COUNT)
                 MOVE DEPT-NAME TO WS-DEPT-TBL-NAME (WS-DEPTREF-COUNT)
               END-IF
               READ DEPTREF INTO DEPTREF-REC
                    AT END MOVE 'Y' TO WS-DEPTREF-EOF
               END-READ
             END-PERFORM
             CLOSE DEPTREF
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * The one pass.  The first record is already in the buffer
      * from the stamp check; every detail record is looked up once
      * - division, and entity under ENTITY - and handed to each
      * selected report's tally.
      * ================================================================
       PROCESS-PARA.
           PERFORM UNTIL WS-EMPOUT-EOF = 'Y'
             IF NOT TRLR-IS-TRAILER AND NOT HDR-IS-HEADER
               MOVE EMPOAGE TO WS-AGE-NUM
               MOVE EMPODPT TO DV-CHK-DEPT
               PERFORM GET-DEPT-DIVISION-PARA
               MOVE SPACES TO EN-ENTITY
               IF BREAK-BY-ENTITY
                 MOVE EMPOID TO EN-CHK-EMPID
                 PERFORM GET-EMP-ENTITY-PARA
               END-IF
               IF WANT-AGEBAND
                 PERFORM TALLY-AGEBAND-PARA
               END-IF
               IF WANT-DEPTBAND
                 PERFORM TALLY-DEPTBAND-PARA
               END-IF
               IF WANT-DEPTRPT AND NOT DR-TABLE-FULL
                 PERFORM TALLY-DEPTRPT-PARA
               END-IF
               IF WANT-SITERPT AND NOT SI-TABLE-FULL
                 PERFORM TALLY-SITERPT-PARA
               END-IF
             END-IF
             READ EMPOUT
                  AT END MOVE 'Y' TO WS-EMPOUT-EOF
             END-READ
           END-PERFORM.
           CLOSE EMPOUT.

      * ================================================================
      * TALLY-AGEBAND-PARA
      * ================================================================
       TALLY-AGEBAND-PARA.
           ADD 1 TO WS-AB-TOTAL-COUNT.
           EVALUATE TRUE
             WHEN WS-AGE-NUM < 18
               ADD 1 TO WS-AB-UNDER18
             WHEN WS-AGE-NUM < 30
               ADD 1 TO WS-AB-18-29
             WHEN WS-AGE-NUM < 50
               ADD 1 TO WS-AB-30-49
             WHEN WS-AGE-NUM < 65
               ADD 1 TO WS-AB-50-64
             WHEN OTHER
               ADD 1 TO WS-AB-65-UP
           END-EVALUATE.

      * ================================================================
      * TALLY-DEPTBAND-PARA
      * Places one detail record in its department row and age-band
      * column - rows in first-seen order, fifty at most, exactly as
      * DEPTBAND keeps them.
      * ================================================================
       TALLY-DEPTBAND-PARA.
           MOVE ZERO TO WS-BAND-SLOT.
           PERFORM FIND-BAND-PARA
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
                  OR WS-BAND-SLOT > 0.
           IF WS-BAND-SLOT = 0
             MOVE WS-BAND-TOT-COUNT TO WS-BAND-SLOT
           END-IF.

           MOVE ZERO TO WS-ROW-SLOT.
           PERFORM FIND-ROW-PARA
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
                  OR WS-ROW-SLOT > 0.
           IF WS-ROW-SLOT = 0 AND WS-ROW-COUNT < 50
             ADD 1 TO WS-ROW-COUNT
             MOVE WS-ROW-COUNT TO WS-ROW-SLOT
             MOVE EMPODPT TO WS-ROW-DEPT (WS-ROW-SLOT)
             MOVE DV-DIV-SLOT TO WS-ROW-DIV-SLOT (WS-ROW-SLOT)
             MOVE ZERO TO WS-ROW-TOTAL (WS-ROW-SLOT)
             PERFORM CLEAR-ONE-ROW-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 10
           END-IF.
           IF WS-ROW-SLOT > 0
             ADD 1 TO WS-ROW-CELL (WS-ROW-SLOT WS-BAND-SLOT)
             ADD 1 TO WS-ROW-TOTAL (WS-ROW-SLOT)
             ADD 1 TO WS-COL-TOTAL (WS-BAND-SLOT)
             ADD 1 TO WS-DB-GRAND-TOTAL
           END-IF.

      * ================================================================
      * CLEAR-ONE-ROW-PARA
      * ================================================================
       CLEAR-ONE-ROW-PARA.
           MOVE ZERO TO WS-ROW-CELL (WS-ROW-COUNT WS-BAND-IDX).

      * ================================================================
      * FIND-BAND-PARA
      * ================================================================
       FIND-BAND-PARA.
           IF WS-AGE-NUM <= WS-BAND-BOUND (WS-BAND-IDX)
             MOVE WS-BAND-IDX TO WS-BAND-SLOT
           END-IF.

      * ================================================================
      * FIND-ROW-PARA
      * ================================================================
       FIND-ROW-PARA.
           IF WS-ROW-DEPT (WS-ROW-IDX) = EMPODPT
             MOVE WS-ROW-IDX TO WS-ROW-SLOT
           END-IF.

      * ================================================================
      * TALLY-DEPTRPT-PARA
      * Adds one detail record to its entity/division/department
      * entry, opening a new entry at its place in key order when
      * the group is first met.
      * ================================================================
       TALLY-DEPTRPT-PARA.
           MOVE EN-ENTITY TO WS-DR-NEW-ENTITY.
           MOVE DV-DIVISION TO WS-DR-NEW-DIVISION.
           MOVE EMPODPT TO WS-DR-NEW-DPT.
           MOVE ZERO TO WS-DR-SLOT.
           PERFORM FIND-DR-SLOT-PARA
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT
                  OR WS-DR-SLOT > 0.
           IF WS-DR-SLOT = 0
             PERFORM INSERT-DR-ENTRY-PARA
           ELSE
             IF WS-DR-KEY (WS-DR-SLOT) NOT = WS-DR-NEW-KEY
               PERFORM INSERT-DR-ENTRY-PARA
             END-IF
           END-IF.
           IF WS-DR-SLOT > 0
             ADD 1 TO WS-DR-HEADS (WS-DR-SLOT)
             ADD WS-AGE-NUM TO WS-DR-AGES (WS-DR-SLOT)
           END-IF.

      * ================================================================
      * FIND-DR-SLOT-PARA
      * The first entry at or above the new key.
      * ================================================================
       FIND-DR-SLOT-PARA.
           IF WS-DR-KEY (WS-DR-IDX) NOT < WS-DR-NEW-KEY
             MOVE WS-DR-IDX TO WS-DR-SLOT
           END-IF.

      * ================================================================
      * INSERT-DR-ENTRY-PARA
      * Opens the new key at WS-DR-SLOT (at the end when the slot is
      * zero), moving the entries above it up one; a full table
      * stops the report rather than print partial figures.
      * ================================================================
       INSERT-DR-ENTRY-PARA.
           IF WS-DR-COUNT >= 500
             DISPLAY "RPTPASS: *** MORE THAN 500 DEPARTMENT GROUPS "
                     "- DEPTRPT NOT PRINTED ***"
             SET DR-TABLE-FULL TO TRUE
             MOVE 12 TO WS-PASS-RC
             MOVE ZERO TO WS-DR-SLOT
           ELSE
             IF WS-DR-SLOT = 0
               COMPUTE WS-DR-SLOT = WS-DR-COUNT + 1
             ELSE
               PERFORM SHIFT-DR-ENTRY-PARA
                   VARYING WS-DR-IDX FROM WS-DR-COUNT BY -1
                   UNTIL WS-DR-IDX < WS-DR-SLOT
             END-IF
             ADD 1 TO WS-DR-COUNT
             MOVE WS-DR-NEW-KEY TO WS-DR-KEY (WS-DR-SLOT)
             MOVE ZERO TO WS-DR-HEADS (WS-DR-SLOT)
             MOVE ZERO TO WS-DR-AGES (WS-DR-SLOT)
           END-IF.

      * ================================================================
      * SHIFT-DR-ENTRY-PARA
      * ================================================================
       SHIFT-DR-ENTRY-PARA.
           MOVE WS-DR-ENTRY (WS-DR-IDX) TO WS-DR-ENTRY (WS-DR-IDX + 1).

      * ================================================================
      * TALLY-SITERPT-PARA
      * As TALLY-DEPTRPT-PARA, for the entity/site/division/
      * department groups.
      * ================================================================
       TALLY-SITERPT-PARA.
           MOVE EN-ENTITY TO WS-SI-NEW-ENTITY.
           MOVE EMPOSITE TO WS-SI-NEW-SITE.
           MOVE DV-DIVISION TO WS-SI-NEW-DIVISION.
           MOVE EMPODPT TO WS-SI-NEW-DPT.
           MOVE ZERO TO WS-SI-SLOT.
           PERFORM FIND-SI-SLOT-PARA
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SI-COUNT
                  OR WS-SI-SLOT > 0.
           IF WS-SI-SLOT = 0
             PERFORM INSERT-SI-ENTRY-PARA
           ELSE
             IF WS-SI-KEY (WS-SI-SLOT) NOT = WS-SI-NEW-KEY
               PERFORM INSERT-SI-ENTRY-PARA
             END-IF
           END-IF.
           IF WS-SI-SLOT > 0
             ADD 1 TO WS-SI-HEADS (WS-SI-SLOT)
             ADD WS-AGE-NUM TO WS-SI-AGES (WS-SI-SLOT)
           END-IF.

      * ================================================================
      * FIND-SI-SLOT-PARA
      * ================================================================
       FIND-SI-SLOT-PARA.
           IF WS-SI-KEY (WS-SI-IDX) NOT < WS-SI-NEW-KEY
             MOVE WS-SI-IDX TO WS-SI-SLOT
           END-IF.

      * ================================================================
      * INSERT-SI-ENTRY-PARA
      * ================================================================
       INSERT-SI-ENTRY-PARA.
           IF WS-SI-COUNT >= 500
             DISPLAY "RPTPASS: *** MORE THAN 500 SITE GROUPS "
                     "- SITERPT NOT PRINTED ***"
             SET SI-TABLE-FULL TO TRUE
             MOVE 12 TO WS-PASS-RC
             MOVE ZERO TO WS-SI-SLOT
           ELSE
             IF WS-SI-SLOT = 0
               COMPUTE WS-SI-SLOT = WS-SI-COUNT + 1
             ELSE
               PERFORM SHIFT-SI-ENTRY-PARA
                   VARYING WS-SI-IDX FROM WS-SI-COUNT BY -1
                   UNTIL WS-SI-IDX < WS-SI-SLOT
             END-IF
             ADD 1 TO WS-SI-COUNT
             MOVE WS-SI-NEW-KEY TO WS-SI-KEY (WS-SI-SLOT)
             MOVE ZERO TO WS-SI-HEADS (WS-SI-SLOT)
             MOVE ZERO TO WS-SI-AGES (WS-SI-SLOT)
           END-IF.

      * ================================================================
      * SHIFT-SI-ENTRY-PARA
      * ================================================================
       SHIFT-SI-ENTRY-PARA.
           MOVE WS-SI-ENTRY (WS-SI-IDX) TO WS-SI-ENTRY (WS-SI-IDX + 1).

      * ================================================================
      * TERMINATE-PARA
      * Prints the selected reports one after another through the
      * shared print-file writer, each under its own name.
      * ================================================================
       TERMINATE-PARA.
           IF WANT-AGEBAND
             PERFORM PRINT-AGEBAND-PARA
           END-IF.
           IF WANT-DEPTBAND
             PERFORM PRINT-DEPTBAND-PARA
           END-IF.
           IF WANT-DEPTRPT AND NOT DR-TABLE-FULL
             PERFORM PRINT-DEPTRPT-PARA
           END-IF.
           IF WANT-SITERPT AND NOT SI-TABLE-FULL
             PERFORM PRINT-SITERPT-PARA
           END-IF.
           PERFORM CLOSE-ENTITIES-PARA.
           MOVE WS-PASS-RC TO RETURN-CODE.
           GOBACK.

      * ================================================================
      * PRINT-AGEBAND-PARA
      * AGEBAND's one-page summary: headcount and percent of total
      * workforce for each band.
      * ================================================================
       PRINT-AGEBAND-PARA.
           MOVE 'AGEBAND' TO WS-PROGRAM-NAME.
           MOVE SPACES TO RP-FNAME.
           STRING './ageband_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'AGEBAND - WORKFORCE AGE-BAND SUMMARY' TO RP-TITLE.
           MOVE 'BAND        HEADCOUNT   PCT OF TOTAL' TO RP-COLHDG.
           MOVE WS-BUSINESS-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           IF WS-AB-TOTAL-COUNT > 0
             COMPUTE WS-AB-BAND-PCT ROUNDED =
                 (WS-AB-UNDER18 * 100) / WS-AB-TOTAL-COUNT
             MOVE WS-AB-UNDER18 TO WS-AB-LINE-COUNT
             MOVE 'UNDER 18' TO WS-AB-BAND-LABEL
             PERFORM WRITE-BAND-LINE-PARA

             COMPUTE WS-AB-BAND-PCT ROUNDED =
                 (WS-AB-18-29 * 100) / WS-AB-TOTAL-COUNT
             MOVE WS-AB-18-29 TO WS-AB-LINE-COUNT
             MOVE '18 - 29' TO WS-AB-BAND-LABEL
             PERFORM WRITE-BAND-LINE-PARA

             COMPUTE WS-AB-BAND-PCT ROUNDED =
                 (WS-AB-30-49 * 100) / WS-AB-TOTAL-COUNT
             MOVE WS-AB-30-49 TO WS-AB-LINE-COUNT
             MOVE '30 - 49' TO WS-AB-BAND-LABEL
             PERFORM WRITE-BAND-LINE-PARA

             COMPUTE WS-AB-BAND-PCT ROUNDED =
                 (WS-AB-50-64 * 100) / WS-AB-TOTAL-COUNT
             MOVE WS-AB-50-64 TO WS-AB-LINE-COUNT
             MOVE '50 - 64' TO WS-AB-BAND-LABEL
             PERFORM WRITE-BAND-LINE-PARA

             COMPUTE WS-AB-BAND-PCT ROUNDED =
                 (WS-AB-65-UP * 100) / WS-AB-TOTAL-COUNT
             MOVE WS-AB-65-UP TO WS-AB-LINE-COUNT
             MOVE '65 AND UP' TO WS-AB-BAND-LABEL
             PERFORM WRITE-BAND-LINE-PARA
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'TOTAL       ' DELIMITED BY SIZE
                  WS-AB-TOTAL-COUNT DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.

      * ================================================================
      * WRITE-BAND-LINE-PARA
      * ================================================================
       WRITE-BAND-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-AB-BAND-LABEL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AB-LINE-COUNT DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-AB-BAND-PCT DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * PRINT-DEPTBAND-PARA
      * DEPTBAND's matrix: band labels across, one row per
      * department - grouped under division subtotals when there is
      * a hierarchy - column totals and the grand total at the foot.
      * ================================================================
       PRINT-DEPTBAND-PARA.
           MOVE 'DEPTBAND' TO WS-PROGRAM-NAME.
           MOVE SPACES TO RP-FNAME.
           STRING './deptband_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'DEPTBAND - HEADCOUNT BY DEPARTMENT AND AGE BAND'
                TO RP-TITLE.
           PERFORM BUILD-LABEL-LINE-PARA.
           MOVE WS-PRINT-LINE TO RP-COLHDG.
           MOVE WS-BUSINESS-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           IF DV-DIV-COUNT = ZERO
             PERFORM PRINT-ONE-ROW-PARA
                 VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
           ELSE
             PERFORM PRINT-DIVISION-GROUP-PARA
                 VARYING WS-GRP-SLOT FROM 0 BY 1
                 UNTIL WS-GRP-SLOT > DV-DIV-COUNT
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM BUILD-TOTAL-LINE-PARA.
           MOVE WS-PRINT-LINE TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'GRAND TOTAL ' DELIMITED BY SIZE
                  WS-DB-GRAND-TOTAL DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.

      * ================================================================
      * BUILD-LABEL-LINE-PARA
      * Labels are "-NNN" for each bounded band and "NNN+" for the
      * open-ended last one, each in a seven-character column.
      * ================================================================
       BUILD-LABEL-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'DEPT' TO WS-PRINT-LINE (1:4).
           MOVE 6 TO WS-PRINT-COL.
           PERFORM BUILD-ONE-LABEL-PARA
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT.
           MOVE '  TOTAL' TO WS-PRINT-LINE (WS-PRINT-COL:7).

      * ================================================================
      * BUILD-ONE-LABEL-PARA
      * ================================================================
       BUILD-ONE-LABEL-PARA.
           IF WS-BAND-IDX <= WS-BAND-COUNT
             MOVE '   -' TO WS-PRINT-LINE (WS-PRINT-COL:4)
             MOVE WS-BAND-BOUND (WS-BAND-IDX)
                  TO WS-PRINT-LINE (WS-PRINT-COL + 4:3)
           ELSE
             COMPUTE WS-LABEL-LOW =
                 WS-BAND-BOUND (WS-BAND-COUNT) + 1
             MOVE '    ' TO WS-PRINT-LINE (WS-PRINT-COL:4)
             MOVE WS-LABEL-LOW
                  TO WS-PRINT-LINE (WS-PRINT-COL + 3:3)
             MOVE '+' TO WS-PRINT-LINE (WS-PRINT-COL + 6:1)
           END-IF.
           ADD 7 TO WS-PRINT-COL.

      * ================================================================
      * PRINT-ONE-ROW-PARA
      * ================================================================
       PRINT-ONE-ROW-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROW-DEPT (WS-ROW-IDX) TO WS-PRINT-LINE (1:4).
           MOVE 6 TO WS-PRINT-COL.
           PERFORM PRINT-ONE-CELL-PARA
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT.
           MOVE WS-ROW-TOTAL (WS-ROW-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).
           MOVE WS-PRINT-LINE TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * PRINT-DIVISION-GROUP-PARA
      * The rows of one division, then its subtotal row - nothing at
      * all for a division with no departments in the extract.
      * ================================================================
       PRINT-DIVISION-GROUP-PARA.
           MOVE ZERO TO WS-GRP-ROWS.
           MOVE ZERO TO WS-DIV-CELLS.
           MOVE ZERO TO WS-DIV-TOTAL.
           PERFORM PRINT-GROUP-ROW-PARA
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.
           IF WS-GRP-ROWS > 0
             MOVE SPACES TO WS-PRINT-LINE
             IF WS-GRP-SLOT > 0
               MOVE DV-DIV-CODE (WS-GRP-SLOT) TO WS-PRINT-LINE (1:4)
               MOVE DV-DIV-NAME (WS-GRP-SLOT) TO DV-DIVISION-NAME
             ELSE
               MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
             END-IF
             MOVE 6 TO WS-PRINT-COL
             PERFORM BUILD-ONE-DIV-CELL-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT
             MOVE WS-DIV-TOTAL TO WS-CELL-ED
             MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6)
             MOVE DV-DIVISION-NAME
                  TO WS-PRINT-LINE (WS-PRINT-COL + 9:30)
             MOVE WS-PRINT-LINE TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

      * ================================================================
      * PRINT-GROUP-ROW-PARA
      * ================================================================
       PRINT-GROUP-ROW-PARA.
           IF WS-ROW-DIV-SLOT (WS-ROW-IDX) = WS-GRP-SLOT
             PERFORM PRINT-ONE-ROW-PARA
             ADD 1 TO WS-GRP-ROWS
             ADD WS-ROW-TOTAL (WS-ROW-IDX) TO WS-DIV-TOTAL
             PERFORM ADD-ONE-DIV-CELL-PARA
                 VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT
           END-IF.

      * ================================================================
      * ADD-ONE-DIV-CELL-PARA
      * ================================================================
       ADD-ONE-DIV-CELL-PARA.
           ADD WS-ROW-CELL (WS-ROW-IDX WS-BAND-IDX)
               TO WS-DIV-CELL (WS-BAND-IDX).

      * ================================================================
      * BUILD-ONE-DIV-CELL-PARA
      * ================================================================
       BUILD-ONE-DIV-CELL-PARA.
           MOVE WS-DIV-CELL (WS-BAND-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).
           ADD 7 TO WS-PRINT-COL.

      * ================================================================
      * PRINT-ONE-CELL-PARA
      * ================================================================
       PRINT-ONE-CELL-PARA.
           MOVE WS-ROW-CELL (WS-ROW-IDX WS-BAND-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).
           ADD 7 TO WS-PRINT-COL.

      * ================================================================
      * BUILD-TOTAL-LINE-PARA
      * ================================================================
       BUILD-TOTAL-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'ALL' TO WS-PRINT-LINE (1:3).
           MOVE 6 TO WS-PRINT-COL.
           PERFORM BUILD-ONE-TOTAL-PARA
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-TOT-COUNT.
           MOVE WS-DB-GRAND-TOTAL TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).

      * ================================================================
      * BUILD-ONE-TOTAL-PARA
      * ================================================================
       BUILD-ONE-TOTAL-PARA.
           MOVE WS-COL-TOTAL (WS-BAND-IDX) TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-PRINT-LINE (WS-PRINT-COL + 1:6).
           ADD 7 TO WS-PRINT-COL.

      * ================================================================
      * CLEAR-BREAKS-PARA
      * Starts a break report with every accumulator at zero.
      * ================================================================
       CLEAR-BREAKS-PARA.
           SET FIRST-RECORD TO TRUE.
           MOVE ZERO TO WS-DEPT-COUNT WS-DEPT-AGE-TOTAL.
           MOVE ZERO TO WS-SITE-COUNT WS-SITE-AGE-TOTAL.
           MOVE ZERO TO WS-DIV-COUNT WS-DIV-AGE-TOTAL.
           MOVE ZERO TO WS-ENT-COUNT WS-ENT-AGE-TOTAL.
           MOVE ZERO TO WS-GRAND-COUNT WS-GRAND-AGE-TOTAL.
           MOVE ZERO TO WS-GRAND-AVG-AGE.

      * ================================================================
      * PRINT-DEPTRPT-PARA
      * DEPTRPT's department subtotals - under their divisions, and
      * their entities under ENTITY - walking the groups in key
      * order with the standalone break logic.
      * ================================================================
       PRINT-DEPTRPT-PARA.
           MOVE 'DEPTRPT' TO WS-PROGRAM-NAME.
           MOVE SPACES TO RP-FNAME.
           STRING './deptrpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'DEPTRPT - DEPARTMENT HEADCOUNT AND AVERAGE AGE'
                TO RP-TITLE.
           MOVE 'DEPT NAME                            HEADCOUNT AVG'
                TO RP-COLHDG.
           IF BREAK-BY-ENTITY
             MOVE 'DEPTRPT - HEADCOUNT AND AVG AGE BY ENTITY/DEPT'
                  TO RP-TITLE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           PERFORM CLEAR-BREAKS-PARA.
           PERFORM DEPTRPT-ONE-GROUP-PARA
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT.
           IF WS-GRAND-COUNT > 0
             PERFORM WRITE-DR-DEPT-TOTAL-PARA
             PERFORM WRITE-DR-DIVISION-TOTAL-PARA
             PERFORM WRITE-DR-ENTITY-TOTAL-PARA
             COMPUTE WS-GRAND-AVG-AGE ROUNDED =
                 WS-GRAND-AGE-TOTAL / WS-GRAND-COUNT
           END-IF.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING 'GRAND TOTAL HEADCOUNT ' DELIMITED BY SIZE
                  WS-GRAND-COUNT DELIMITED BY SIZE
                  '  AVG AGE ' DELIMITED BY SIZE
                  WS-GRAND-AVG-AGE DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.

      * ================================================================
      * DEPTRPT-ONE-GROUP-PARA
      * ================================================================
       DEPTRPT-ONE-GROUP-PARA.
           IF FIRST-RECORD
             MOVE WS-DR-ENTITY (WS-DR-IDX) TO WS-CUR-ENTITY
             MOVE WS-DR-DIVISION (WS-DR-IDX) TO WS-CUR-DIVISION
             MOVE WS-DR-DPT (WS-DR-IDX) TO WS-CUR-DEPT
             SET NOT-FIRST-RECORD TO TRUE
           ELSE
             IF WS-DR-ENTITY (WS-DR-IDX) NOT = WS-CUR-ENTITY
               PERFORM WRITE-DR-DEPT-TOTAL-PARA
               PERFORM WRITE-DR-DIVISION-TOTAL-PARA
               PERFORM WRITE-DR-ENTITY-TOTAL-PARA
               MOVE WS-DR-ENTITY (WS-DR-IDX) TO WS-CUR-ENTITY
               MOVE WS-DR-DIVISION (WS-DR-IDX) TO WS-CUR-DIVISION
               MOVE WS-DR-DPT (WS-DR-IDX) TO WS-CUR-DEPT
             ELSE
               IF WS-DR-DIVISION (WS-DR-IDX) NOT = WS-CUR-DIVISION
                 PERFORM WRITE-DR-DEPT-TOTAL-PARA
                 PERFORM WRITE-DR-DIVISION-TOTAL-PARA
                 MOVE WS-DR-DIVISION (WS-DR-IDX) TO WS-CUR-DIVISION
                 MOVE WS-DR-DPT (WS-DR-IDX) TO WS-CUR-DEPT
               ELSE
                 PERFORM WRITE-DR-DEPT-TOTAL-PARA
                 MOVE WS-DR-DPT (WS-DR-IDX) TO WS-CUR-DEPT
               END-IF
             END-IF
           END-IF.
           ADD WS-DR-HEADS (WS-DR-IDX) TO WS-DEPT-COUNT.
           ADD WS-DR-AGES (WS-DR-IDX) TO WS-DEPT-AGE-TOTAL.
           ADD WS-DR-HEADS (WS-DR-IDX) TO WS-DIV-COUNT.
           ADD WS-DR-AGES (WS-DR-IDX) TO WS-DIV-AGE-TOTAL.
           ADD WS-DR-HEADS (WS-DR-IDX) TO WS-ENT-COUNT.
           ADD WS-DR-AGES (WS-DR-IDX) TO WS-ENT-AGE-TOTAL.
           ADD WS-DR-HEADS (WS-DR-IDX) TO WS-GRAND-COUNT.
           ADD WS-DR-AGES (WS-DR-IDX) TO WS-GRAND-AGE-TOTAL.

      * ================================================================
      * WRITE-DR-DEPT-TOTAL-PARA
      * ================================================================
       WRITE-DR-DEPT-TOTAL-PARA.
           IF WS-DEPT-COUNT > 0
             COMPUTE WS-DEPT-AVG-AGE ROUNDED =
                 WS-DEPT-AGE-TOTAL / WS-DEPT-COUNT
             PERFORM FIND-DEPT-NAME-PARA
             MOVE SPACES TO RP-DETAIL
             STRING WS-CUR-DEPT DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-CUR-DEPT-NAME DELIMITED BY SIZE
                    '    ' DELIMITED BY SIZE
                    WS-DEPT-COUNT DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-DEPT-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-AGE-TOTAL.

      * ================================================================
      * FIND-DEPT-NAME-PARA
      * ================================================================
       FIND-DEPT-NAME-PARA.
           MOVE SPACES TO WS-CUR-DEPT-NAME.
           PERFORM CHECK-ONE-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPTREF-COUNT.

      * ================================================================
      * CHECK-ONE-DEPT-PARA
      * ================================================================
       CHECK-ONE-DEPT-PARA.
           IF WS-DEPT-TBL-CODE (WS-DEPT-IDX) = WS-CUR-DEPT
             MOVE WS-DEPT-TBL-NAME (WS-DEPT-IDX)
                  TO WS-CUR-DEPT-NAME
           END-IF.

      * ================================================================
      * WRITE-DR-DIVISION-TOTAL-PARA
      * ================================================================
       WRITE-DR-DIVISION-TOTAL-PARA.
           IF DV-DIV-COUNT > 0 AND WS-DIV-COUNT > 0
             COMPUTE WS-DIV-AVG-AGE ROUNDED =
                 WS-DIV-AGE-TOTAL / WS-DIV-COUNT
             MOVE WS-CUR-DIVISION TO DV-DIVISION
             PERFORM FIND-DIVISION-PARA
             MOVE SPACES TO RP-DETAIL
             STRING DV-DIVISION DELIMITED BY SIZE
                    ' DIVISION ' DELIMITED BY SIZE
                    DV-DIVISION-NAME DELIMITED BY SIZE
                    ' HEADCOUNT ' DELIMITED BY SIZE
                    WS-DIV-COUNT DELIMITED BY SIZE
                    '  AVG AGE ' DELIMITED BY SIZE
                    WS-DIV-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE SPACES TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-DIV-COUNT.
           MOVE ZERO TO WS-DIV-AGE-TOTAL.

      * ================================================================
      * WRITE-DR-ENTITY-TOTAL-PARA
      * ================================================================
       WRITE-DR-ENTITY-TOTAL-PARA.
           IF BREAK-BY-ENTITY AND WS-ENT-COUNT > 0
             PERFORM BUILD-ENTITY-LINE-PARA
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE ALL '-' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-ENT-COUNT.
           MOVE ZERO TO WS-ENT-AGE-TOTAL.

      * ================================================================
      * BUILD-ENTITY-LINE-PARA
      * The entity total line both break reports print - they
      * differ only in the rule printed under it.
      * ================================================================
       BUILD-ENTITY-LINE-PARA.
           COMPUTE WS-ENT-AVG-AGE ROUNDED =
               WS-ENT-AGE-TOTAL / WS-ENT-COUNT.
           MOVE WS-CUR-ENTITY TO EN-ENTITY.
           PERFORM FIND-ENTITY-SLOT-PARA.
           IF EN-SLOT > ZERO
             MOVE EN-TBL-NAME (EN-SLOT) TO WS-CUR-ENT-NAME
           ELSE
             MOVE '(NOT ON ENTITYREF)' TO WS-CUR-ENT-NAME
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           STRING 'ENTITY ' DELIMITED BY SIZE
                  WS-CUR-ENTITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-ENT-NAME DELIMITED BY SIZE
                  ' TOTAL HEADCOUNT ' DELIMITED BY SIZE
                  WS-ENT-COUNT DELIMITED BY SIZE
                  '  AVG AGE ' DELIMITED BY SIZE
                  WS-ENT-AVG-AGE DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.

      * ================================================================
      * PRINT-SITERPT-PARA
      * SITERPT's department subtotals within each site - under
      * their divisions, and the sites under their entities under
      * ENTITY - with the standalone break logic.
      * ================================================================
       PRINT-SITERPT-PARA.
           MOVE 'SITERPT' TO WS-PROGRAM-NAME.
           MOVE SPACES TO RP-FNAME.
           STRING './siterpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'SITERPT - HEADCOUNT AND AVG AGE BY SITE/DEPT'
                TO RP-TITLE.
           MOVE 'SITE DEPT                HEADCOUNT AVG AGE'
                TO RP-COLHDG.
           IF BREAK-BY-ENTITY
             MOVE 'SITERPT - HEADCOUNT/AVG AGE BY ENTITY/SITE/DEPT'
                  TO RP-TITLE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           PERFORM CLEAR-BREAKS-PARA.
           PERFORM SITERPT-ONE-GROUP-PARA
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SI-COUNT.
           IF WS-GRAND-COUNT > 0
             PERFORM WRITE-SI-DEPT-TOTAL-PARA
             PERFORM WRITE-SI-DIVISION-TOTAL-PARA
             PERFORM WRITE-SI-SITE-TOTAL-PARA
             PERFORM WRITE-SI-ENTITY-TOTAL-PARA
             COMPUTE WS-GRAND-AVG-AGE ROUNDED =
                 WS-GRAND-AGE-TOTAL / WS-GRAND-COUNT
           END-IF.
           MOVE SPACES TO RP-DETAIL.
           STRING 'GRAND TOTAL HEADCOUNT ' DELIMITED BY SIZE
                  WS-GRAND-COUNT DELIMITED BY SIZE
                  '  AVG AGE ' DELIMITED BY SIZE
                  WS-GRAND-AVG-AGE DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.

      * ================================================================
      * SITERPT-ONE-GROUP-PARA
      * ================================================================
       SITERPT-ONE-GROUP-PARA.
           IF FIRST-RECORD
             MOVE WS-SI-ENTITY (WS-SI-IDX) TO WS-CUR-ENTITY
             MOVE WS-SI-SITE (WS-SI-IDX) TO WS-CUR-SITE
             MOVE WS-SI-DIVISION (WS-SI-IDX) TO WS-CUR-DIVISION
             MOVE WS-SI-DPT (WS-SI-IDX) TO WS-CUR-DEPT
             SET NOT-FIRST-RECORD TO TRUE
           ELSE
             IF WS-SI-ENTITY (WS-SI-IDX) NOT = WS-CUR-ENTITY
               PERFORM WRITE-SI-DEPT-TOTAL-PARA
               PERFORM WRITE-SI-DIVISION-TOTAL-PARA
               PERFORM WRITE-SI-SITE-TOTAL-PARA
               PERFORM WRITE-SI-ENTITY-TOTAL-PARA
               MOVE WS-SI-ENTITY (WS-SI-IDX) TO WS-CUR-ENTITY
               MOVE WS-SI-SITE (WS-SI-IDX) TO WS-CUR-SITE
               MOVE WS-SI-DIVISION (WS-SI-IDX) TO WS-CUR-DIVISION
               MOVE WS-SI-DPT (WS-SI-IDX) TO WS-CUR-DEPT
             ELSE
               IF WS-SI-SITE (WS-SI-IDX) NOT = WS-CUR-SITE
                 PERFORM WRITE-SI-DEPT-TOTAL-PARA
                 PERFORM WRITE-SI-DIVISION-TOTAL-PARA
                 PERFORM WRITE-SI-SITE-TOTAL-PARA
                 MOVE WS-SI-SITE (WS-SI-IDX) TO WS-CUR-SITE
                 MOVE WS-SI-DIVISION (WS-SI-IDX) TO WS-CUR-DIVISION
                 MOVE WS-SI-DPT (WS-SI-IDX) TO WS-CUR-DEPT
               ELSE
                 IF WS-SI-DIVISION (WS-SI-IDX) NOT = WS-CUR-DIVISION
                   PERFORM WRITE-SI-DEPT-TOTAL-PARA
                   PERFORM WRITE-SI-DIVISION-TOTAL-PARA
                   MOVE WS-SI-DIVISION (WS-SI-IDX)
                        TO WS-CUR-DIVISION
                   MOVE WS-SI-DPT (WS-SI-IDX) TO WS-CUR-DEPT
                 ELSE
                   PERFORM WRITE-SI-DEPT-TOTAL-PARA
                   MOVE WS-SI-DPT (WS-SI-IDX) TO WS-CUR-DEPT
                 END-IF
               END-IF
             END-IF
           END-IF.
           ADD WS-SI-HEADS (WS-SI-IDX) TO WS-DEPT-COUNT.
           ADD WS-SI-AGES (WS-SI-IDX) TO WS-DEPT-AGE-TOTAL.
           ADD WS-SI-HEADS (WS-SI-IDX) TO WS-DIV-COUNT.
           ADD WS-SI-AGES (WS-SI-IDX) TO WS-DIV-AGE-TOTAL.
           ADD WS-SI-HEADS (WS-SI-IDX) TO WS-SITE-COUNT.
           ADD WS-SI-AGES (WS-SI-IDX) TO WS-SITE-AGE-TOTAL.
           ADD WS-SI-HEADS (WS-SI-IDX) TO WS-ENT-COUNT.
           ADD WS-SI-AGES (WS-SI-IDX) TO WS-ENT-AGE-TOTAL.
           ADD WS-SI-HEADS (WS-SI-IDX) TO WS-GRAND-COUNT.
           ADD WS-SI-AGES (WS-SI-IDX) TO WS-GRAND-AGE-TOTAL.

      * ================================================================
      * WRITE-SI-DEPT-TOTAL-PARA
      * ================================================================
       WRITE-SI-DEPT-TOTAL-PARA.
           IF WS-DEPT-COUNT > 0
             COMPUTE WS-DEPT-AVG-AGE ROUNDED =
                 WS-DEPT-AGE-TOTAL / WS-DEPT-COUNT
             MOVE SPACES TO RP-DETAIL
             STRING '  SITE ' DELIMITED BY SIZE
                    WS-CUR-SITE DELIMITED BY SIZE
                    ' DEPARTMENT ' DELIMITED BY SIZE
                    WS-CUR-DEPT DELIMITED BY SIZE
                    '  HEADCOUNT ' DELIMITED BY SIZE
                    WS-DEPT-COUNT DELIMITED BY SIZE
                    '  AVG AGE ' DELIMITED BY SIZE
                    WS-DEPT-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-AGE-TOTAL.

      * ================================================================
      * WRITE-SI-DIVISION-TOTAL-PARA
      * ================================================================
       WRITE-SI-DIVISION-TOTAL-PARA.
           IF DV-DIV-COUNT > 0 AND WS-DIV-COUNT > 0
             COMPUTE WS-DIV-AVG-AGE ROUNDED =
                 WS-DIV-AGE-TOTAL / WS-DIV-COUNT
             MOVE WS-CUR-DIVISION TO DV-DIVISION
             PERFORM FIND-DIVISION-PARA
             MOVE SPACES TO RP-DETAIL
             STRING ' SITE ' DELIMITED BY SIZE
                    WS-CUR-SITE DELIMITED BY SIZE
                    ' DIVISION ' DELIMITED BY SIZE
                    DV-DIVISION DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    DV-DIVISION-NAME DELIMITED BY SIZE
                    ' HEADCOUNT ' DELIMITED BY SIZE
                    WS-DIV-COUNT DELIMITED BY SIZE
                    '  AVG AGE ' DELIMITED BY SIZE
                    WS-DIV-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-DIV-COUNT.
           MOVE ZERO TO WS-DIV-AGE-TOTAL.

      * ================================================================
      * WRITE-SI-SITE-TOTAL-PARA
      * ================================================================
       WRITE-SI-SITE-TOTAL-PARA.
           IF WS-SITE-COUNT > 0
             COMPUTE WS-SITE-AVG-AGE ROUNDED =
                 WS-SITE-AGE-TOTAL / WS-SITE-COUNT
             MOVE SPACES TO RP-DETAIL
             STRING 'SITE ' DELIMITED BY SIZE
                    WS-CUR-SITE DELIMITED BY SIZE
                    ' TOTAL       HEADCOUNT ' DELIMITED BY SIZE
                    WS-SITE-COUNT DELIMITED BY SIZE
                    '  AVG AGE ' DELIMITED BY SIZE
                    WS-SITE-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE ALL '-' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-SITE-COUNT.
           MOVE ZERO TO WS-SITE-AGE-TOTAL.

      * ================================================================
      * WRITE-SI-ENTITY-TOTAL-PARA
      * ================================================================
       WRITE-SI-ENTITY-TOTAL-PARA.
           IF BREAK-BY-ENTITY AND WS-ENT-COUNT > 0
             PERFORM BUILD-ENTITY-LINE-PARA
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE ALL '=' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-ENT-COUNT.
           MOVE ZERO TO WS-ENT-AGE-TOTAL.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN LEGAL-ENTITY LOOKUP
      * ================================================================
       COPY "ENTITY_PARA.cob".
      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
