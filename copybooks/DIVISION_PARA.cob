      *================================================================
      * DIVISION_PARA.COB
      * Division lookup shared by the reports that roll departments
      * up to their divisions.
      *
      *    LOAD-DIVISIONS-PARA    loads the department-to-division
      *                           map and the division names from
      *                           ./deptref.dta; a missing file or
      *                           one with no division lines leaves
      *                           DV-DIV-COUNT zero
      *    GET-DEPT-DIVISION-PARA DV-CHK-DEPT -> DV-DIVISION,
      *                           DV-DIV-SLOT, DV-DIVISION-NAME
      *    FIND-DIVISION-PARA     DV-DIVISION -> DV-DIV-SLOT,
      *                           DV-DIVISION-NAME
      *
      * COPY into the PROCEDURE DIVISION; SELECT DIVREF as
      * './deptref.dta' LINE SEQUENTIAL, FILE STATUS DV-REF-STATUS,
      * with a PIC X(40) record in its FD, first.
      *================================================================
       LOAD-DIVISIONS-PARA.
           MOVE ZERO TO DV-DEPT-COUNT.
           MOVE ZERO TO DV-DIV-COUNT.
           OPEN INPUT DIVREF.
           IF DV-REF-FILE-OK
             MOVE ' ' TO DV-REF-EOF
             READ DIVREF INTO DV-REF-LINE
                  AT END MOVE 'Y' TO DV-REF-EOF
             END-READ
             PERFORM UNTIL DV-REF-EOF = 'Y'
               IF DV-LINE-CODE NOT = SPACES
                 PERFORM STORE-DIVREF-LINE-PARA
               END-IF
               READ DIVREF INTO DV-REF-LINE
                    AT END MOVE 'Y' TO DV-REF-EOF
               END-READ
             END-PERFORM
             CLOSE DIVREF
           END-IF.

      * ================================================================
      * STORE-DIVREF-LINE-PARA
      * ================================================================
       STORE-DIVREF-LINE-PARA.
           IF DV-LINE-IS-DIVISION
             IF DV-DIV-COUNT < 20
               ADD 1 TO DV-DIV-COUNT
               MOVE DV-LINE-CODE TO DV-DIV-CODE (DV-DIV-COUNT)
               MOVE DV-LINE-NAME TO DV-DIV-NAME (DV-DIV-COUNT)
             END-IF
           ELSE
             IF DV-DEPT-COUNT < 50
               ADD 1 TO DV-DEPT-COUNT
               MOVE DV-LINE-CODE TO DV-DEPT-CODE (DV-DEPT-COUNT)
               MOVE DV-LINE-DIVISION TO DV-DEPT-DIV (DV-DEPT-COUNT)
             END-IF
           END-IF.

      * ================================================================
      * GET-DEPT-DIVISION-PARA
      * ================================================================
       GET-DEPT-DIVISION-PARA.
           MOVE SPACES TO DV-DIVISION.
           PERFORM CHECK-ONE-DV-DEPT-PARA
               VARYING DV-IDX FROM 1 BY 1
               UNTIL DV-IDX > DV-DEPT-COUNT.
           PERFORM FIND-DIVISION-PARA.

      * ================================================================
      * CHECK-ONE-DV-DEPT-PARA
      * ================================================================
       CHECK-ONE-DV-DEPT-PARA.
           IF DV-DEPT-CODE (DV-IDX) = DV-CHK-DEPT
             MOVE DV-DEPT-DIV (DV-IDX) TO DV-DIVISION
           END-IF.

      * ================================================================
      * FIND-DIVISION-PARA
      * ================================================================
       FIND-DIVISION-PARA.
           MOVE ZERO TO DV-DIV-SLOT.
           IF DV-DIVISION NOT = SPACES
             PERFORM CHECK-ONE-DIVISION-PARA
                 VARYING DV-IDX FROM 1 BY 1
                 UNTIL DV-IDX > DV-DIV-COUNT
           END-IF.
           IF DV-DIV-SLOT = ZERO
             MOVE SPACES TO DV-DIVISION
             MOVE '(NO DIVISION)' TO DV-DIVISION-NAME
           ELSE
             MOVE DV-DIV-NAME (DV-DIV-SLOT) TO DV-DIVISION-NAME
           END-IF.

      * ================================================================
      * CHECK-ONE-DIVISION-PARA
      * ================================================================
       CHECK-ONE-DIVISION-PARA.
           IF DV-DIV-CODE (DV-IDX) = DV-DIVISION
               AND DV-DIV-SLOT = ZERO
             MOVE DV-IDX TO DV-DIV-SLOT
           END-IF.
