      *================================================================
      * TIERCALC_PARA.COB
      * Coverage-tier derivation for a benefit election.  The tier
      * an employee pays for is worked out from the dependents the
      * election covers, never keyed, so it cannot disagree with
      * the dependents file: a spouse or domestic partner (SP/DP)
      * makes ES, any other dependent (CH/OT) makes EC, both make
      * FA, none leaves EE.
      *
      * COPY into the PROCEDURE DIVISION; first COPY
      * TIERCALC_DEF.cob into WORKING-STORAGE and COPY
      * DEPEND-REC.cob into a DEPMSTR FD:
      *
      *    SELECT DEPMSTR ASSIGN TO './depmstr.dat'
      *        ORGANIZATION IS INDEXED  ACCESS MODE IS RANDOM
      *        RECORD KEY IS DEP-KEY OF DEPMSTR-REC
      *        FILE STATUS TC-DEP-STATUS.
      *
      * PERFORM OPEN-TIER-PARA once at start of run (a site with no
      * dependents file simply finds every listed dependent
      * missing) and CLOSE-TIER-PARA at end.  Per election: set
      * TC-EMPID and TC-COVERED and PERFORM DERIVE-TIER-PARA.  A
      * listed dependent that is not on file counts toward nothing
      * but TC-MISSING-COUNT.
      *================================================================
       OPEN-TIER-PARA.
           OPEN INPUT DEPMSTR.
           IF TC-DEP-FILE-OK
             SET DEPENDENTS-AVAILABLE TO TRUE
           ELSE
             SET DEPENDENTS-UNAVAILABLE TO TRUE
           END-IF.

       CLOSE-TIER-PARA.
           IF DEPENDENTS-AVAILABLE
             CLOSE DEPMSTR
           END-IF.

       DERIVE-TIER-PARA.
           MOVE 'N' TO TC-SPOUSE-SW.
           MOVE 'N' TO TC-CHILD-SW.
           MOVE ZERO TO TC-COVER-COUNT.
           MOVE ZERO TO TC-MISSING-COUNT.
           MOVE ZERO TO TC-MISSING-SEQ.
           PERFORM DERIVE-ONE-DEP-PARA
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > 8.
           EVALUATE TRUE
             WHEN TC-HAS-SPOUSE AND TC-HAS-CHILD
               MOVE 'FA' TO TC-TIER
             WHEN TC-HAS-SPOUSE
               MOVE 'ES' TO TC-TIER
             WHEN TC-HAS-CHILD
               MOVE 'EC' TO TC-TIER
             WHEN OTHER
               MOVE 'EE' TO TC-TIER
           END-EVALUATE.

       DERIVE-ONE-DEP-PARA.
           IF TC-COVER-SEQ (TC-IDX) NUMERIC
               AND TC-COVER-SEQ (TC-IDX) > ZERO
             ADD 1 TO TC-COVER-COUNT
             MOVE TC-EMPID TO DEP-EMPID OF DEPMSTR-REC
             MOVE TC-COVER-SEQ (TC-IDX) TO DEP-SEQ OF DEPMSTR-REC
             SET TC-DEP-NOT-FOUND TO TRUE
             IF DEPENDENTS-AVAILABLE
               READ DEPMSTR
                   NOT INVALID KEY
                     SET TC-DEP-FOUND TO TRUE
               END-READ
             END-IF
             IF TC-DEP-FOUND
               IF DEP-IS-SPOUSE OF DEPMSTR-REC
                   OR DEP-IS-PARTNER OF DEPMSTR-REC
                 MOVE 'Y' TO TC-SPOUSE-SW
               ELSE
                 MOVE 'Y' TO TC-CHILD-SW
               END-IF
             ELSE
               ADD 1 TO TC-MISSING-COUNT
               IF TC-MISSING-SEQ = ZERO
                 MOVE TC-COVER-SEQ (TC-IDX) TO TC-MISSING-SEQ
               END-IF
             END-IF
           END-IF.
