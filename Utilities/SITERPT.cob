      * site change, and a grand total at the end - so "headcount
      * and average age for the EAST building" is finally one line
      * on one page.
      *
      * With the ENTITY command-line token (after the business date,
      * or on its own) a legal-entity level is added above the site:
      * each employee is placed in the entity they are on the books
      * of (./empent.dat, the home entity when there is no record)
      * and an entity total is printed at every entity change.
      *
      * When deptref.dta carries the division hierarchy the
      * departments within each site are grouped under their
      * divisions, with a division subtotal at every division
      * change between the department lines and the site total.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITERPT.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT ENTITYREF ASSIGN TO './entityref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EN-REF-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
              SELECT EMPENT ASSIGN TO './empent.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EE-EMPID
              FILE STATUS IS EN-EMP-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
              05 SR-AGE       PIC        Z(3).
              05 SR-DPT       PIC       X(4).
              05 SR-SITE      PIC       X(4).
              05 SR-ENTITY    PIC       X(4).
              05 SR-DIVISION  PIC       X(4).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
              05 SO-AGE       PIC        Z(3).
              05 SO-DPT       PIC       X(4).
              05 SO-SITE      PIC       X(4).
              05 SO-ENTITY    PIC       X(4).
              05 SO-DIVISION  PIC       X(4).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD ENTITYREF.
           01 ENTITYREF-REC.
              COPY "ENTITYREF-REC.cob".
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           FD EMPENT.
           01 EMPENT-REC.
              COPY "EMPENT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EOF          PIC        A(1).
      * not be older than the business date this report was asked
      * to cover (first command-line token, YYYYMMDD, default
      * today); a stale file is refused outright.
           01 WS-CMD-LINE     PIC       X(80).
           01 WS-ASOF-PARM    PIC        X(8).
           01 WS-BREAK-PARM   PIC       X(10).
           01 WS-BUSINESS-DATE PIC       9(8).
           01 WS-HDR-SEEN-SW  PIC        X(1) VALUE 'N'.
              88 HEADER-WAS-SEEN     VALUE 'Y'.
              88 NOT-FIRST-RECORD VALUE 'N'.
           01 WS-CUR-SITE     PIC        X(4).
           01 WS-CUR-DEPT     PIC        X(4).
      *
      * ENTITY on the command line adds the entity break.
           01 WS-ENTITY-SW    PIC        X(1) VALUE 'N'.
              88 BREAK-BY-ENTITY     VALUE 'Y'.
           01 WS-CUR-ENTITY   PIC        X(4).
           01 WS-CUR-ENT-NAME PIC       X(30).
           01 WS-CUR-DIVISION PIC        X(4).
      *
           01 WS-DEPT-COUNT      PIC     9(5) VALUE ZERO.
           01 WS-DEPT-AGE-TOTAL  PIC     9(7) VALUE ZERO.
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
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'SITERPT'.
      *
       COPY "RPTFILE_DEF.cob".
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
           MOVE SPACES TO WS-ASOF-PARM WS-BREAK-PARM.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ASOF-PARM WS-BREAK-PARM
           END-UNSTRING.
           IF WS-ASOF-PARM = 'ENTITY' OR WS-BREAK-PARM = 'ENTITY'
             SET BREAK-BY-ENTITY TO TRUE
           END-IF.
           IF WS-ASOF-PARM IS NUMERIC AND WS-ASOF-PARM NOT = ZERO
             MOVE WS-ASOF-PARM TO WS-BUSINESS-DATE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM VERIFY-GENERATION-PARA.
           IF BREAK-BY-ENTITY
             PERFORM LOAD-ENTITIES-PARA
             IF EN-COUNT = ZERO
               DISPLAY "SITERPT: NO ENTITYREF.DTA - ENTITY BREAK "
                       "IGNORED"
               MOVE 'N' TO WS-ENTITY-SW
             ELSE
               PERFORM OPEN-EMPENT-PARA
             END-IF
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './siterpt_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                TO RP-TITLE.
           MOVE 'SITE DEPT                HEADCOUNT AVG AGE'
                TO RP-COLHDG.
           IF BREAK-BY-ENTITY
             MOVE 'SITERPT - HEADCOUNT/AVG AGE BY ENTITY/SITE/DEPT'
                  TO RP-TITLE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           PERFORM LOAD-DIVISIONS-PARA.
           SORT SORT-WORK ON ASCENDING KEY SR-ENTITY SR-SITE
                                           SR-DIVISION SR-DPT
               INPUT PROCEDURE IS SELECT-DETAIL-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
      * ================================================================
      * SELECT-DETAIL-PARA
      * SORT input procedure - releases every detail record, leaving
      * the trailer behind so it does not skew the tallies.  Under
      * ENTITY each record is stamped with the employee's entity,
      * the major sort key; otherwise that key is blank throughout.
      * The department's division, blank with no hierarchy, sorts
      * between site and department.
      * ================================================================
       SELECT-DETAIL-PARA.
           OPEN INPUT EMPOUT.
           END-READ.
           PERFORM UNTIL WS-EMPOUT-EOF = 'Y'
             IF NOT TRLR-IS-TRAILER AND NOT HDR-IS-HEADER
               MOVE EMPOUT-FILE TO SORT-REC
               MOVE SPACES TO SR-ENTITY
               IF BREAK-BY-ENTITY
                 MOVE EMPOID TO EN-CHK-EMPID
                 PERFORM GET-EMP-ENTITY-PARA
                 MOVE EN-ENTITY TO SR-ENTITY
               END-IF
               MOVE EMPODPT TO DV-CHK-DEPT
               PERFORM GET-DEPT-DIVISION-PARA
               MOVE DV-DIVISION TO SR-DIVISION
               RELEASE SORT-REC
             END-IF
             READ EMPOUT
                  AT END MOVE 'Y' TO WS-EMPOUT-EOF
      * ================================================================
      * PROCESS-PARA
      * Two-level break: department inside site, site totals rolled
      * from the departments, grand total from the sites.  Under
      * ENTITY an entity change closes department, site and entity;
      * a division change inside a site closes the department and
      * the division.
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
           PERFORM UNTIL WS-EOF = 'Y'

             IF FIRST-RECORD
               MOVE SO-ENTITY TO WS-CUR-ENTITY
               MOVE SO-SITE TO WS-CUR-SITE
               MOVE SO-DIVISION TO WS-CUR-DIVISION
               MOVE SO-DPT TO WS-CUR-DEPT
               SET NOT-FIRST-RECORD TO TRUE
             ELSE
               IF SO-ENTITY NOT = WS-CUR-ENTITY
                 PERFORM WRITE-DEPT-TOTAL-PARA
                 PERFORM WRITE-DIVISION-TOTAL-PARA
                 PERFORM WRITE-SITE-TOTAL-PARA
                 PERFORM WRITE-ENTITY-TOTAL-PARA
                 MOVE SO-ENTITY TO WS-CUR-ENTITY
                 MOVE SO-SITE TO WS-CUR-SITE
                 MOVE SO-DIVISION TO WS-CUR-DIVISION
                 MOVE SO-DPT TO WS-CUR-DEPT
               ELSE
                 IF SO-SITE NOT = WS-CUR-SITE
                   PERFORM WRITE-DEPT-TOTAL-PARA
                   PERFORM WRITE-DIVISION-TOTAL-PARA
                   PERFORM WRITE-SITE-TOTAL-PARA
                   MOVE SO-SITE TO WS-CUR-SITE
                   MOVE SO-DIVISION TO WS-CUR-DIVISION
                   MOVE SO-DPT TO WS-CUR-DEPT
                 ELSE
                   IF SO-DIVISION NOT = WS-CUR-DIVISION
                     PERFORM WRITE-DEPT-TOTAL-PARA
                     PERFORM WRITE-DIVISION-TOTAL-PARA
                     MOVE SO-DIVISION TO WS-CUR-DIVISION
                     MOVE SO-DPT TO WS-CUR-DEPT
                   ELSE
                     IF SO-DPT NOT = WS-CUR-DEPT
                       PERFORM WRITE-DEPT-TOTAL-PARA
                       MOVE SO-DPT TO WS-CUR-DEPT
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
             MOVE SO-AGE TO WS-AGE-NUM
             ADD 1 TO WS-DEPT-COUNT
             ADD WS-AGE-NUM TO WS-DEPT-AGE-TOTAL
             ADD 1 TO WS-DIV-COUNT
             ADD WS-AGE-NUM TO WS-DIV-AGE-TOTAL
             ADD 1 TO WS-SITE-COUNT
             ADD WS-AGE-NUM TO WS-SITE-AGE-TOTAL
             ADD 1 TO WS-ENT-COUNT
             ADD WS-AGE-NUM TO WS-ENT-AGE-TOTAL
             ADD 1 TO WS-GRAND-COUNT
             ADD WS-AGE-NUM TO WS-GRAND-AGE-TOTAL


           IF WS-GRAND-COUNT > 0
             PERFORM WRITE-DEPT-TOTAL-PARA
             PERFORM WRITE-DIVISION-TOTAL-PARA
             PERFORM WRITE-SITE-TOTAL-PARA
             PERFORM WRITE-ENTITY-TOTAL-PARA
           END-IF.

      * ================================================================
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-AGE-TOTAL.

      * ================================================================
      * WRITE-DIVISION-TOTAL-PARA
      * Prints the division subtotal within the site - only when a
      * hierarchy is defined - and clears the division accumulators.
      * ================================================================
       WRITE-DIVISION-TOTAL-PARA.
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
      * WRITE-SITE-TOTAL-PARA
      * ================================================================
           MOVE ZERO TO WS-SITE-COUNT.
           MOVE ZERO TO WS-SITE-AGE-TOTAL.

      * ================================================================
      * WRITE-ENTITY-TOTAL-PARA
      * Prints the entity total under its sites - only under ENTITY
      * - and clears the entity accumulators.
      * ================================================================
       WRITE-ENTITY-TOTAL-PARA.
           IF BREAK-BY-ENTITY AND WS-ENT-COUNT > 0
             COMPUTE WS-ENT-AVG-AGE ROUNDED =
                 WS-ENT-AGE-TOTAL / WS-ENT-COUNT
             MOVE WS-CUR-ENTITY TO EN-ENTITY
             PERFORM FIND-ENTITY-SLOT-PARA
             IF EN-SLOT > ZERO
               MOVE EN-TBL-NAME (EN-SLOT) TO WS-CUR-ENT-NAME
             ELSE
               MOVE '(NOT ON ENTITYREF)' TO WS-CUR-ENT-NAME
             END-IF
             MOVE SPACES TO RP-DETAIL
             STRING 'ENTITY ' DELIMITED BY SIZE
                    WS-CUR-ENTITY DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-CUR-ENT-NAME DELIMITED BY SIZE
                    ' TOTAL HEADCOUNT ' DELIMITED BY SIZE
                    WS-ENT-COUNT DELIMITED BY SIZE
                    '  AVG AGE ' DELIMITED BY SIZE
                    WS-ENT-AVG-AGE DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             MOVE ALL '=' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           MOVE ZERO TO WS-ENT-COUNT.
           MOVE ZERO TO WS-ENT-AGE-TOTAL.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           PERFORM CLOSE-ENTITIES-PARA.
           IF WS-GRAND-COUNT > 0
             COMPUTE WS-GRAND-AVG-AGE ROUNDED =
                 WS-GRAND-AGE-TOTAL / WS-GRAND-COUNT
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

