      * RPTPACK
      * Month-end reporting pack driver, on the BATCHRUN pattern
      * but for reports.  Month-end used to mean running SNAPSHOT,
      * TRENDRPT, AGEBAND, DEPTBAND, DEPTRPT, SITERPT, RETIRPT, the
      * comp report and the planning committee's succession-risk
      * report in the right order by hand - and once a quarter one
      * was missed.  One invocation now runs the whole
      * pack and prints a cover/checklist page, so "is the month-end
      * pack complete" is the top page, not a memory test.
      *
      * noted, and its page count pulled from the report catalog
      * entry it registered; a member that failed or registered
      * nothing gets an explicit MISSING line on the checklist.
      *
      * The members that summarise the extract itself - AGEBAND,
      * DEPTBAND, DEPTRPT and SITERPT - are not CALLed one by one:
      * RPTPASS verifies, reads and prints them all in one pass
      * over output.dta, up front, given the pack's business date
      * and the list of those members.  Its stamp check stands in
      * for the pack's own (a refusal refuses the pack), and each
      * of those members is then checked off from the catalog
      * entry RPTPASS registered under its name.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPACK.
              05 RCI-BUSINESS PIC        9(8).
              05 RCI-PAGES    PIC        9(3).
              05 RCI-LINES    PIC        9(5).
              05 RCI-CONFIDENTIAL PIC    X(1).
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
                 10 WS-PACK-RC        PIC S9(4).
                 10 WS-PACK-PAGES     PIC  9(3).
                 10 WS-PACK-STATE     PIC  X(8).
                 10 WS-PACK-PASS-SW   PIC  X(1).
                    88 PACK-IN-PASS       VALUE 'Y'.
           01 WS-PACK-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-PACK-IDX     PIC        9(2) VALUE ZERO.
      *
           01 WS-MISSING-COUNT PIC       9(2) VALUE ZERO.
           01 WS-CAT-FOUND-SW PIC        X(1).
              88 CATALOG-ENTRY-FOUND VALUE 'Y'.
      *
      * The single extract pass - RPTPASS's command line (business
      * date, then the members it prints) and its outcome.
           01 WS-PASS-LIST    PIC       X(80).
           01 WS-PASS-PTR     PIC        9(3).
           01 WS-PASS-COUNT   PIC        9(2) VALUE ZERO.
           01 WS-PASS-HITS    PIC        9(2).
           01 WS-PASS-RC      PIC       S9(4) VALUE ZERO.
           01 WS-CMD-SAVE     PIC       X(80).
      *
      * When the pass, and each member, was started - a catalog
      * entry registered before then is an earlier run's.
           01 WS-PASS-START.
              05 WS-PASS-START-DATE   PIC 9(8).
              05 WS-PASS-START-TIME   PIC 9(6).
           01 WS-MEMBER-START.
              05 WS-MEMBER-START-DATE PIC 9(8).
              05 WS-MEMBER-START-TIME PIC 9(6).
           01 WS-CAT-STAMP.
              05 WS-CAT-STAMP-DATE    PIC 9(8).
              05 WS-CAT-STAMP-TIME    PIC 9(6).
      *
       COPY "RPTFILE_DEF.cob".
      *
           IF WS-BUSINESS-DATE = ZERO
             MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.
           MOVE SPACES TO WS-PASS-LIST.
           MOVE WS-BUSINESS-DATE TO WS-PASS-LIST (1:8).
           MOVE 10 TO WS-PASS-PTR.
           PERFORM MARK-PASS-MEMBER-PARA
               VARYING WS-PACK-IDX FROM 1 BY 1
               UNTIL WS-PACK-IDX > WS-PACK-COUNT.
           IF WS-PASS-COUNT > ZERO
             PERFORM RUN-REPORT-PASS-PARA
           ELSE
             PERFORM VERIFY-GENERATION-PARA
           END-IF.
           DISPLAY "RPTPACK - " WS-PACK-COUNT " MEMBER(S), "
                   "BUSINESS DATE " WS-BUSINESS-DATE.
           DISPLAY "----------------------------------------------".
           ADD 1 TO WS-PACK-COUNT.
           MOVE 'COMP' TO WS-PACK-NAME (WS-PACK-COUNT).
           MOVE 'COMPRPT' TO WS-PACK-PROGRAM (WS-PACK-COUNT).
           ADD 1 TO WS-PACK-COUNT.
           MOVE 'SUCCESSION' TO WS-PACK-NAME (WS-PACK-COUNT).
           MOVE 'SUCCRISK' TO WS-PACK-PROGRAM (WS-PACK-COUNT).

      * ================================================================
      * VERIFY-GENERATION-PARA
           END-IF.
           CLOSE EMPOUT.

      * ================================================================
      * MARK-PASS-MEMBER-PARA
      * Flags a member RPTPASS prints and adds its program to the
      * pass's command line, once however often the pack lists it.
      * ================================================================
       MARK-PASS-MEMBER-PARA.
           MOVE 'N' TO WS-PACK-PASS-SW (WS-PACK-IDX).
           IF WS-PACK-PROGRAM (WS-PACK-IDX) = 'AGEBAND'
               OR WS-PACK-PROGRAM (WS-PACK-IDX) = 'DEPTBAND'
               OR WS-PACK-PROGRAM (WS-PACK-IDX) = 'DEPTRPT'
               OR WS-PACK-PROGRAM (WS-PACK-IDX) = 'SITERPT'
             SET PACK-IN-PASS (WS-PACK-IDX) TO TRUE
             MOVE ZERO TO WS-PASS-HITS
             INSPECT WS-PASS-LIST TALLYING WS-PASS-HITS
                 FOR ALL WS-PACK-PROGRAM (WS-PACK-IDX)
             IF WS-PASS-HITS = ZERO
               ADD 1 TO WS-PASS-COUNT
               STRING WS-PACK-PROGRAM (WS-PACK-IDX)
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      INTO WS-PASS-LIST WITH POINTER WS-PASS-PTR
               END-STRING
             END-IF
           END-IF.

      * ================================================================
      * RUN-REPORT-PASS-PARA
      * One RPTPASS run prints every extract-summary member.  Its
      * command line is set for the call and put back after it, so
      * the members CALLed later see the pack's own.  A refused
      * extract (return code 8) refuses the whole pack, exactly as
      * the pack's own stamp check would.
      * ================================================================
       RUN-REPORT-PASS-PARA.
           DISPLAY "RPTPACK: ONE EXTRACT PASS FOR " WS-PASS-COUNT
                   " REPORT(S) - " WS-PASS-LIST (10:40).
           ACCEPT WS-CMD-SAVE FROM COMMAND-LINE.
           DISPLAY WS-PASS-LIST UPON COMMAND-LINE.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PASS-START.
           CALL 'RPTPASS'
               ON EXCEPTION
                 DISPLAY "RPTPACK: *** RPTPASS COULD NOT BE CALLED ***"
                 MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-PASS-RC.
           DISPLAY WS-CMD-SAVE UPON COMMAND-LINE.
           IF WS-PASS-RC = 8
             DISPLAY "RPTPACK: *** OUTPUT.DTA REFUSED BY THE EXTRACT "
                     "PASS - PACK REFUSED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * Every member runs - a failure is noted on the checklist,
                   WS-PACK-NAME (WS-PACK-IDX) " ("
                   WS-PACK-PROGRAM (WS-PACK-IDX) ")".
           MOVE ZERO TO RETURN-CODE.
           IF PACK-IN-PASS (WS-PACK-IDX)
             DISPLAY "RPTPACK:   PRINTED BY THE EXTRACT PASS"
             MOVE WS-PASS-START TO WS-MEMBER-START
             MOVE WS-PASS-RC TO RETURN-CODE
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MEMBER-START
             CALL WS-PACK-PROGRAM (WS-PACK-IDX)
                 ON EXCEPTION
                   DISPLAY "RPTPACK: *** "
                           WS-PACK-PROGRAM (WS-PACK-IDX)
                           " COULD NOT BE CALLED ***"
                   MOVE 16 TO RETURN-CODE
             END-CALL
           END-IF.
           MOVE RETURN-CODE TO WS-PACK-RC (WS-PACK-IDX).
           PERFORM FIND-CATALOG-PAGES-PARA.
      *    A pass that could not print one report still printed the
      *    others - a member whose print file was registered is
      *    complete whatever the pass returned overall.
           IF PACK-IN-PASS (WS-PACK-IDX)
               AND CATALOG-ENTRY-FOUND
               AND WS-PASS-RC = 12
             MOVE ZERO TO WS-PACK-RC (WS-PACK-IDX)
           END-IF.
           EVALUATE TRUE
             WHEN WS-PACK-RC (WS-PACK-IDX) > 4
               MOVE 'MISSING' TO WS-PACK-STATE (WS-PACK-IDX)
      * ================================================================
      * FIND-CATALOG-PAGES-PARA
      * The member's own catalog registration says how many pages
      * it printed this run - the last entry under its program name
      * registered no earlier than the member (or the pass that
      * printed it) was started wins.  An entry from an earlier run
      * the same day does not count.
      * ================================================================
       FIND-CATALOG-PAGES-PARA.
           MOVE 'N' TO WS-CAT-FOUND-SW.
                  AT END MOVE 'Y' TO WS-CAT-EOF
             END-READ
             PERFORM UNTIL WS-CAT-EOF = 'Y'
               MOVE RCI-RUN-DATE TO WS-CAT-STAMP-DATE
               MOVE RCI-RUN-TIME TO WS-CAT-STAMP-TIME
               IF RCI-PROGRAM = WS-PACK-PROGRAM (WS-PACK-IDX)
                   AND WS-CAT-STAMP NOT < WS-MEMBER-START
                 SET CATALOG-ENTRY-FOUND TO TRUE
                 MOVE RCI-PAGES
                      TO WS-PACK-PAGES (WS-PACK-IDX)
