      *================================================================
      * DNRCHK_PARA.COB
      * Do-not-rehire check for the employee add paths, against the
      * register on ./dnrreg.dat (copybooks/DNRREG-REC.cob):
      *
      *    DN-NOT-LISTED     no entry in force
      *    DN-LISTED-EMPID   the EMPID itself is on the register
      *    DN-LISTED-PERSON  another EMPID's entry carries the same
      *                      last name and full DOB - the DUPCHK
      *                      EXACT rule
      *
      * An entry is in force until its expiry date; one with no
      * expiry date never lapses.
      *
      *    OPEN-DNR-REGISTER-PARA   opens the register; a shop
      *                             without the file yet sees
      *                             nobody as listed
      *    CHECK-DNR-REGISTER-PARA  the check itself (see
      *                             DNRCHK_DEF.cob for the fields)
      *    CLOSE-DNR-REGISTER-PARA  closes it again if it was opened
      *
      * COPY into the PROCEDURE DIVISION; first COPY
      * DNRCHK_DEF.cob into WORKING-STORAGE and DNRREG-REC.cob into
      * the DNRREG FD under 01 DNRREG-REC:
      *
      *    SELECT DNRREG ASSIGN TO './dnrreg.dat'
      *        ORGANIZATION IS INDEXED  ACCESS MODE IS DYNAMIC
      *        RECORD KEY IS DN-EMPID
      *        ALTERNATE RECORD KEY IS DN-NAME-DOB WITH DUPLICATES
      *        FILE STATUS DN-REG-STATUS.
      *================================================================
       OPEN-DNR-REGISTER-PARA.
           SET DN-REG-UNAVAILABLE TO TRUE.
           OPEN INPUT DNRREG.
           IF DN-REG-FILE-OK
             SET DN-REG-AVAILABLE TO TRUE
           END-IF.

      * ================================================================
      * CHECK-DNR-REGISTER-PARA
      * The EMPID first, then every entry under the same last name
      * and DOB.
      * ================================================================
       CHECK-DNR-REGISTER-PARA.
           SET DN-NOT-LISTED TO TRUE.
           MOVE ZERO TO DN-HIT-EMPID.
           MOVE SPACES TO DN-HIT-REASON.
           IF DN-CHK-DATE NOT NUMERIC OR DN-CHK-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO DN-CHK-DATE
           END-IF.
           IF DN-REG-AVAILABLE
             MOVE DN-CHK-EMPID TO DN-EMPID OF DNRREG-REC
             READ DNRREG
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF DN-EXPIRE-DATE OF DNRREG-REC = ZERO
                       OR DN-EXPIRE-DATE OF DNRREG-REC > DN-CHK-DATE
                     SET DN-LISTED-EMPID TO TRUE
                     MOVE DN-EMPID OF DNRREG-REC TO DN-HIT-EMPID
                     MOVE DN-REASON OF DNRREG-REC TO DN-HIT-REASON
                   END-IF
             END-READ
           END-IF.
           IF DN-REG-AVAILABLE AND DN-NOT-LISTED
               AND DN-CHK-LNM NOT = SPACES
             PERFORM CHECK-DNR-PERSON-PARA
           END-IF.

      * ================================================================
      * CHECK-DNR-PERSON-PARA
      * ================================================================
       CHECK-DNR-PERSON-PARA.
           MOVE DN-CHK-LNM TO DN-LNM OF DNRREG-REC.
           MOVE DN-CHK-DOB TO DN-DOB OF DNRREG-REC.
           MOVE ' ' TO DN-SRCH-EOF.
           START DNRREG KEY IS EQUAL TO DN-NAME-DOB OF DNRREG-REC
               INVALID KEY
                 MOVE 'Y' TO DN-SRCH-EOF
           END-START.
           PERFORM UNTIL DN-SRCH-EOF = 'Y' OR NOT DN-NOT-LISTED
             READ DNRREG NEXT RECORD
                  AT END MOVE 'Y' TO DN-SRCH-EOF
             END-READ
             IF DN-SRCH-EOF NOT = 'Y'
               IF DN-LNM OF DNRREG-REC NOT = DN-CHK-LNM
                   OR DN-DOB OF DNRREG-REC NOT = DN-CHK-DOB
                 MOVE 'Y' TO DN-SRCH-EOF
               ELSE
                 IF DN-EXPIRE-DATE OF DNRREG-REC = ZERO
                     OR DN-EXPIRE-DATE OF DNRREG-REC > DN-CHK-DATE
                   SET DN-LISTED-PERSON TO TRUE
                   MOVE DN-EMPID OF DNRREG-REC TO DN-HIT-EMPID
                   MOVE DN-REASON OF DNRREG-REC TO DN-HIT-REASON
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      * ================================================================
      * CLOSE-DNR-REGISTER-PARA
      * ================================================================
       CLOSE-DNR-REGISTER-PARA.
           IF DN-REG-AVAILABLE
             CLOSE DNRREG
             SET DN-REG-UNAVAILABLE TO TRUE
           END-IF.
