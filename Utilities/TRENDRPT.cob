      * combination's previous snapshot - so "is engineering aging,
      * is headcount shrinking" is a page, not an afternoon of
      * digging through archived extracts.
      *
      * When deptref.dta carries the division hierarchy each
      * snapshot date is followed by a headcount and average age
      * per division, with the headcount movement since the
      * previous snapshot date.  Departments are placed in divisions
      * by today's deptref.dta, so history is restated on the
      * current hierarchy after a re-parenting.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDRPT.
              SELECT SNAPFILE ASSIGN TO './snapshot.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAP-STATUS.
      *
              SELECT DIVREF ASSIGN TO './deptref.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-REF-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
              05 SNAP-HEADCOUNT PIC      9(5).
              05 SNAP-AVG-AGE PIC        9(3)V9.
              05 SNAP-AVG-SVC PIC        9(3)V9.
              05 SNAP-CONTINGENT PIC     9(5).
      *
           FD DIVREF.
           01 DIVREF-REC       PIC       X(40).
      *
           WORKING-STORAGE SECTION.
           01 WS-SNAP-STATUS  PIC        X(2).
           01 WS-COUNT-DELTA-ED PIC    +(5)9.
           01 WS-AGE-DELTA-ED PIC     +(3)9.9.
           01 WS-SVC-DELTA-ED PIC     +(3)9.9.
      *
      * Division totals for the snapshot date under way and the one
      * before it - slot 1 is departments with no division, slot
      * n+1 division n.
           01 WS-GEN-DATE     PIC        9(8) VALUE ZERO.
           01 WS-GEN-TBL.
              05 WS-GEN-ENTRY OCCURS 21 TIMES.
                 10 WS-GEN-HEADS      PIC  9(6).
                 10 WS-GEN-AGE-TOTAL  PIC  9(9)V9.
                 10 WS-GEN-PRIOR      PIC  9(6).
                 10 WS-GEN-SEEN       PIC  X(1).
           01 WS-GEN-IDX      PIC        9(2) VALUE ZERO.
           01 WS-GEN-AVG-AGE  PIC        9(3)V9.
      *
       COPY "DIVISION_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-DIVISIONS-PARA.
           MOVE ZERO TO WS-GEN-TBL.
           DISPLAY "TRENDRPT - WORKFORCE TREND BY DEPARTMENT/SITE".
           DISPLAY "==============================================".

           END-READ.
           PERFORM UNTIL WS-SNAP-EOF = 'Y'
             ADD 1 TO WS-SNAP-COUNT
             IF SNAP-DATE NOT = WS-GEN-DATE
               PERFORM END-GENERATION-PARA
               MOVE SNAP-DATE TO WS-GEN-DATE
             END-IF
             PERFORM REPORT-ONE-SNAP-PARA
             PERFORM ADD-SNAP-DIVISION-PARA

             READ SNAPFILE INTO SNAPFILE-REC
                  AT END MOVE 'Y' TO WS-SNAP-EOF
             END-READ
           END-PERFORM.
           PERFORM END-GENERATION-PARA.

      * ================================================================
      * REPORT-ONE-SNAP-PARA
             MOVE WS-PREV-IDX TO WS-PREV-SLOT
           END-IF.

      * ================================================================
      * ADD-SNAP-DIVISION-PARA
      * ================================================================
       ADD-SNAP-DIVISION-PARA.
           IF DV-DIV-COUNT > 0
             MOVE SNAP-DEPT TO DV-CHK-DEPT
             PERFORM GET-DEPT-DIVISION-PARA
             COMPUTE WS-GEN-IDX = DV-DIV-SLOT + 1
             ADD SNAP-HEADCOUNT TO WS-GEN-HEADS (WS-GEN-IDX)
             COMPUTE WS-GEN-AGE-TOTAL (WS-GEN-IDX) =
                 WS-GEN-AGE-TOTAL (WS-GEN-IDX)
                 + SNAP-AVG-AGE * SNAP-HEADCOUNT
             MOVE 'Y' TO WS-GEN-SEEN (WS-GEN-IDX)
           END-IF.

      * ================================================================
      * END-GENERATION-PARA
      * Prints the division lines for the snapshot date just ended
      * and carries its headcounts forward for the next one.
      * ================================================================
       END-GENERATION-PARA.
           IF DV-DIV-COUNT > 0 AND WS-GEN-DATE > 0
             PERFORM REPORT-ONE-DIVISION-PARA
                 VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > DV-DIV-COUNT + 1
           END-IF.

      * ================================================================
      * REPORT-ONE-DIVISION-PARA
      * ================================================================
       REPORT-ONE-DIVISION-PARA.
           IF WS-GEN-SEEN (WS-GEN-IDX) = 'Y'
               OR WS-GEN-PRIOR (WS-GEN-IDX) > 0
             IF WS-GEN-IDX = 1
               MOVE SPACES TO DV-DIVISION
               MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
             ELSE
               MOVE DV-DIV-CODE (WS-GEN-IDX - 1) TO DV-DIVISION
               MOVE DV-DIV-NAME (WS-GEN-IDX - 1) TO DV-DIVISION-NAME
             END-IF
             IF WS-GEN-HEADS (WS-GEN-IDX) > 0
               COMPUTE WS-GEN-AVG-AGE ROUNDED =
                   WS-GEN-AGE-TOTAL (WS-GEN-IDX)
                   / WS-GEN-HEADS (WS-GEN-IDX)
             ELSE
               MOVE ZERO TO WS-GEN-AVG-AGE
             END-IF
             COMPUTE WS-COUNT-DELTA = WS-GEN-HEADS (WS-GEN-IDX)
                 - WS-GEN-PRIOR (WS-GEN-IDX)
             MOVE WS-COUNT-DELTA TO WS-COUNT-DELTA-ED
             DISPLAY WS-GEN-DATE " DIVISION " DV-DIVISION
                     " " DV-DIVISION-NAME
                     "  HEADCOUNT " WS-GEN-HEADS (WS-GEN-IDX)
                     " (" WS-COUNT-DELTA-ED ")"
                     "  AVG AGE " WS-GEN-AVG-AGE
           END-IF.
           MOVE WS-GEN-HEADS (WS-GEN-IDX) TO WS-GEN-PRIOR (WS-GEN-IDX).
           MOVE ZERO TO WS-GEN-HEADS (WS-GEN-IDX).
           MOVE ZERO TO WS-GEN-AGE-TOTAL (WS-GEN-IDX).
           MOVE SPACE TO WS-GEN-SEEN (WS-GEN-IDX).

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
           DISPLAY "TRENDRPT: " WS-SNAP-COUNT " SNAPSHOT RECORD(S)".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * ================================================================
      * COPY IN DIVISION LOOKUP
      * ================================================================
       COPY "DIVISION_PARA.cob".
