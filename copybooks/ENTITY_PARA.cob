      *================================================================
      * ENTITY_PARA.COB
      * Legal-entity lookup shared by the per-entity feeds and the
      * entity-level control-break reports.
      *
      *    LOAD-ENTITIES-PARA    loads ./entityref.dta into EN-TBL and
      *                          picks the home entity (the first
      *                          line flagged home, else the first
      *                          line); blank lines are skipped
      *    OPEN-EMPENT-PARA      opens ./empent.dat for lookups; a
      *                          missing file just means everyone
      *                          is on the home entity
      *    GET-EMP-ENTITY-PARA   EN-CHK-EMPID -> EN-ENTITY, EN-SLOT,
      *                          EN-ENT-HIRE-DATE
      *    FIND-ENTITY-SLOT-PARA EN-ENTITY -> EN-SLOT
      *    CLOSE-ENTITIES-PARA   closes ./empent.dat if it was opened
      *
      * COPY into the PROCEDURE DIVISION; SELECT ENTITYREF as
      * './entityref.dta' LINE SEQUENTIAL, FILE STATUS EN-REF-STATUS,
      * with ENTITYREF-REC.cob in its FD, and EMPENT as
      * './empent.dat' INDEXED, ACCESS RANDOM, RECORD KEY EE-EMPID,
      * FILE STATUS EN-EMP-STATUS, with EMPENT-REC.cob in its FD,
      * first.
      *================================================================
       LOAD-ENTITIES-PARA.
           MOVE ZERO TO EN-COUNT.
           MOVE ZERO TO EN-HOME-SLOT.
           OPEN INPUT ENTITYREF.
           IF EN-REF-FILE-OK
             MOVE ' ' TO EN-REF-EOF
             READ ENTITYREF
                  AT END MOVE 'Y' TO EN-REF-EOF
             END-READ
             PERFORM UNTIL EN-REF-EOF = 'Y' OR EN-COUNT >= 20
               IF ENT-CODE NOT = SPACES
                 ADD 1 TO EN-COUNT
                 MOVE ENT-CODE TO EN-TBL-CODE (EN-COUNT)
                 MOVE ENT-NAME TO EN-TBL-NAME (EN-COUNT)
                 MOVE ENT-EMPLOYER-ID TO EN-TBL-EMPLOYER-ID (EN-COUNT)
                 MOVE ENT-HOME TO EN-TBL-HOME (EN-COUNT)
                 MOVE ENT-ACTIVE TO EN-TBL-ACTIVE (EN-COUNT)
                 IF ENT-IS-HOME AND EN-HOME-SLOT = ZERO
                   MOVE EN-COUNT TO EN-HOME-SLOT
                 END-IF
               END-IF
               READ ENTITYREF
                    AT END MOVE 'Y' TO EN-REF-EOF
               END-READ
             END-PERFORM
             CLOSE ENTITYREF
           END-IF.
           IF EN-COUNT > ZERO AND EN-HOME-SLOT = ZERO
             MOVE 1 TO EN-HOME-SLOT
           END-IF.

      * ================================================================
      * OPEN-EMPENT-PARA
      * ================================================================
       OPEN-EMPENT-PARA.
           SET EN-EMP-UNAVAILABLE TO TRUE.
           IF EN-COUNT > ZERO
             OPEN INPUT EMPENT
             IF EN-EMP-FILE-OK
               SET EN-EMP-AVAILABLE TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * GET-EMP-ENTITY-PARA
      * The employee's entity: the assignment record when there is
      * one, the home entity when there is not.
      * ================================================================
       GET-EMP-ENTITY-PARA.
           MOVE SPACES TO EN-ENTITY.
           MOVE ZERO TO EN-SLOT.
           MOVE ZERO TO EN-ENT-HIRE-DATE.
           IF EN-COUNT > ZERO
             MOVE EN-TBL-CODE (EN-HOME-SLOT) TO EN-ENTITY
             IF EN-EMP-AVAILABLE
               MOVE EN-CHK-EMPID TO EE-EMPID
               READ EMPENT
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE EE-ENTITY TO EN-ENTITY
                     MOVE EE-ENT-HIRE-DATE TO EN-ENT-HIRE-DATE
               END-READ
             END-IF
             PERFORM FIND-ENTITY-SLOT-PARA
           END-IF.

      * ================================================================
      * FIND-ENTITY-SLOT-PARA
      * ================================================================
       FIND-ENTITY-SLOT-PARA.
           MOVE ZERO TO EN-SLOT.
           PERFORM CHECK-ONE-ENTITY-PARA
               VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > EN-COUNT.

      * ================================================================
      * CHECK-ONE-ENTITY-PARA
      * ================================================================
       CHECK-ONE-ENTITY-PARA.
           IF EN-TBL-CODE (EN-IDX) = EN-ENTITY AND EN-SLOT = ZERO
             MOVE EN-IDX TO EN-SLOT
           END-IF.

      * ================================================================
      * CLOSE-ENTITIES-PARA
      * ================================================================
       CLOSE-ENTITIES-PARA.
           IF EN-EMP-AVAILABLE
             CLOSE EMPENT
             SET EN-EMP-UNAVAILABLE TO TRUE
           END-IF.
