      *================================================================
      * REFTBL_PARA.COB
      * Reference-table loader shared by the reference-table
      * maintenance (REFMAINT) and the as-of print (REFASOF).
      *
      *    LOAD-REF-TABLES-PARA   loads all five tables whole:
      *                           DEPT ./deptref.dta, TITL
      *                           ./titleref.dta, SKIL
      *                           ./skillref.dta, LVTR
      *                           ./leavetier.parm, RETR
      *                           ./retirrule.parm - a missing
      *                           parameter file holds the standing
      *                           built-in lines instead
      *    FIND-REF-TABLE-PARA    RFT-CHK-TABLE -> RFT-SLOT
      *    FIND-REF-KEY-PARA      RFT-SLOT, RFT-CHK-KEY ->
      *                           RFT-LINE-SLOT
      *    ADD-REF-LINE-PARA      appends RFT-READ-LINE to table
      *                           RFT-SLOT - a line beyond the 100
      *                           held sets RFT-TBL-OVERFLOW 'Y'
      *    REMOVE-REF-LINE-PARA   drops line RFT-LINE-SLOT of table
      *                           RFT-SLOT
      *
      * COPY into the PROCEDURE DIVISION; SELECT RFTFILE ASSIGN
      * DYNAMIC RFT-FNAME, LINE SEQUENTIAL, FILE STATUS RFT-STATUS,
      * with a PIC X(40) record in its FD, first.  A key is the
      * table's leading columns - four for the code tables, the
      * three service-year columns of a leave tier, the twelve
      * columns of a retirement rule name.
      *================================================================
       LOAD-REF-TABLES-PARA.
           MOVE 'DEPT' TO RFT-TBL-CODE (1).
           MOVE './deptref.dta' TO RFT-TBL-FNAME (1).
           MOVE 4 TO RFT-TBL-KEY-LEN (1).
           MOVE 'TITL' TO RFT-TBL-CODE (2).
           MOVE './titleref.dta' TO RFT-TBL-FNAME (2).
           MOVE 4 TO RFT-TBL-KEY-LEN (2).
           MOVE 'SKIL' TO RFT-TBL-CODE (3).
           MOVE './skillref.dta' TO RFT-TBL-FNAME (3).
           MOVE 4 TO RFT-TBL-KEY-LEN (3).
           MOVE 'LVTR' TO RFT-TBL-CODE (4).
           MOVE './leavetier.parm' TO RFT-TBL-FNAME (4).
           MOVE 3 TO RFT-TBL-KEY-LEN (4).
           MOVE 'RETR' TO RFT-TBL-CODE (5).
           MOVE './retirrule.parm' TO RFT-TBL-FNAME (5).
           MOVE 12 TO RFT-TBL-KEY-LEN (5).
           PERFORM LOAD-ONE-REF-TABLE-PARA
               VARYING RFT-SLOT FROM 1 BY 1
               UNTIL RFT-SLOT > RFT-TBL-COUNT.

      * ================================================================
      * LOAD-ONE-REF-TABLE-PARA
      * ================================================================
       LOAD-ONE-REF-TABLE-PARA.
           MOVE ZERO TO RFT-TBL-LINES (RFT-SLOT).
           MOVE 'N' TO RFT-TBL-CHANGED (RFT-SLOT).
           MOVE 'N' TO RFT-TBL-OVERFLOW (RFT-SLOT).
           MOVE RFT-TBL-FNAME (RFT-SLOT) TO RFT-FNAME.
           OPEN INPUT RFTFILE.
           IF RFT-FILE-OK
             MOVE 'Y' TO RFT-TBL-ON-FILE (RFT-SLOT)
             MOVE ' ' TO RFT-EOF
             READ RFTFILE INTO RFT-READ-LINE
                  AT END MOVE 'Y' TO RFT-EOF
             END-READ
             PERFORM UNTIL RFT-EOF = 'Y'
               IF RFT-READ-LINE NOT = SPACES
                 PERFORM ADD-REF-LINE-PARA
               END-IF
               READ RFTFILE INTO RFT-READ-LINE
                    AT END MOVE 'Y' TO RFT-EOF
               END-READ
             END-PERFORM
             CLOSE RFTFILE
           ELSE
             MOVE 'N' TO RFT-TBL-ON-FILE (RFT-SLOT)
             EVALUATE RFT-TBL-CODE (RFT-SLOT)
               WHEN 'LVTR'
                 PERFORM SEED-LEAVE-TIERS-PARA
               WHEN 'RETR'
                 PERFORM SEED-RETIRE-RULES-PARA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

      * ================================================================
      * SEED-LEAVE-TIERS-PARA
      * The tiers and carryover caps LEAVACC and LVYRCLOS build in
      * when ./leavetier.parm is missing.
      * ================================================================
       SEED-LEAVE-TIERS-PARA.
           MOVE '000 008 040' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.
           MOVE '005 010 080' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.
           MOVE '015 013 120' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.

      * ================================================================
      * SEED-RETIRE-RULES-PARA
      * The plan doors RETIRPT and RETPROJ build in when
      * ./retirrule.parm is missing.
      * ================================================================
       SEED-RETIRE-RULES-PARA.
           MOVE 'AGE 65       065 000 000' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.
           MOVE '55 AND 30    055 030 000' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.
           MOVE 'RULE OF 85   000 000 085' TO RFT-READ-LINE.
           PERFORM ADD-REF-LINE-PARA.

      * ================================================================
      * ADD-REF-LINE-PARA
      * ================================================================
       ADD-REF-LINE-PARA.
           IF RFT-TBL-LINES (RFT-SLOT) < 100
             ADD 1 TO RFT-TBL-LINES (RFT-SLOT)
             MOVE RFT-TBL-LINES (RFT-SLOT) TO RFT-ADD-IDX
             MOVE RFT-READ-LINE TO RFT-TBL-LINE (RFT-SLOT RFT-ADD-IDX)
           ELSE
             MOVE 'Y' TO RFT-TBL-OVERFLOW (RFT-SLOT)
           END-IF.

      * ================================================================
      * REMOVE-REF-LINE-PARA
      * ================================================================
       REMOVE-REF-LINE-PARA.
           PERFORM SHIFT-ONE-REF-LINE-PARA
               VARYING RFT-IDX FROM RFT-LINE-SLOT BY 1
               UNTIL RFT-IDX >= RFT-TBL-LINES (RFT-SLOT).
           SUBTRACT 1 FROM RFT-TBL-LINES (RFT-SLOT).

      * ================================================================
      * SHIFT-ONE-REF-LINE-PARA
      * ================================================================
       SHIFT-ONE-REF-LINE-PARA.
           MOVE RFT-TBL-LINE (RFT-SLOT RFT-IDX + 1)
                TO RFT-TBL-LINE (RFT-SLOT RFT-IDX).

      * ================================================================
      * FIND-REF-TABLE-PARA
      * ================================================================
       FIND-REF-TABLE-PARA.
           MOVE ZERO TO RFT-SLOT.
           PERFORM CHECK-ONE-REF-TABLE-PARA
               VARYING RFT-IDX FROM 1 BY 1
               UNTIL RFT-IDX > RFT-TBL-COUNT.

      * ================================================================
      * CHECK-ONE-REF-TABLE-PARA
      * ================================================================
       CHECK-ONE-REF-TABLE-PARA.
           IF RFT-TBL-CODE (RFT-IDX) = RFT-CHK-TABLE
             MOVE RFT-IDX TO RFT-SLOT
           END-IF.

      * ================================================================
      * FIND-REF-KEY-PARA
      * Comment lines never match.
      * ================================================================
       FIND-REF-KEY-PARA.
           MOVE ZERO TO RFT-LINE-SLOT.
           MOVE RFT-TBL-KEY-LEN (RFT-SLOT) TO RFT-KEY-LEN.
           PERFORM CHECK-ONE-REF-KEY-PARA
               VARYING RFT-IDX FROM 1 BY 1
               UNTIL RFT-IDX > RFT-TBL-LINES (RFT-SLOT)
                  OR RFT-LINE-SLOT > 0.

      * ================================================================
      * CHECK-ONE-REF-KEY-PARA
      * ================================================================
       CHECK-ONE-REF-KEY-PARA.
           IF RFT-TBL-LINE (RFT-SLOT RFT-IDX) (1:1) NOT = '*'
               AND RFT-TBL-LINE (RFT-SLOT RFT-IDX) (1:RFT-KEY-LEN)
                 = RFT-CHK-KEY (1:RFT-KEY-LEN)
             MOVE RFT-IDX TO RFT-LINE-SLOT
           END-IF.
