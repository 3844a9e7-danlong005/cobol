      *================================================================
      * WKPCHK_PARA.COB
      * Minor work-permit check for the employee add paths.  Works
      * out the incoming employee's age on the effective date with
      * CALCULATE-AGE-PARA and, for anyone under 18, looks for a
      * current permit on ./wkpermit.dat:
      *
      *    WK-PERMIT-NOT-NEEDED  18 or over (or a DOB too broken to
      *                          age - the DOB edits catch that)
      *    WK-PERMIT-ON-FILE     under 18, permit current
      *    WK-PERMIT-MISSING     under 18, no permit on file
      *    WK-PERMIT-EXPIRED     under 18, permit expired by the
      *                          effective date
      *
      * COPY into the PROCEDURE DIVISION next to CALC_AGE_PARA.cob;
      * SELECT WKPERMIT as './wkpermit.dat' INDEXED, ACCESS RANDOM,
      * RECORD KEY WP-EMPID, FILE STATUS WK-PERMIT-STATUS, with
      * WKPERMIT-REC.cob in its FD, first.  The file is opened only
      * when a minor turns up, so an adult-only run never touches
      * it, and a shop without the file yet sees every minor as
      * missing a permit.
      *================================================================
       CHECK-WORK-PERMIT-PARA.
           SET WK-PERMIT-NOT-NEEDED TO TRUE.
           IF WK-CHK-DATE NOT NUMERIC OR WK-CHK-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-CHK-DATE
           END-IF.
           IF WK-CHK-DOBY IS NUMERIC AND WK-CHK-DOBM IS NUMERIC
               AND WK-CHK-DOBD IS NUMERIC
             MOVE WK-CHK-DOBY TO CA-YEAR
             MOVE WK-CHK-DOBM TO CA-MONTH
             MOVE WK-CHK-DOBD TO CA-DAY
             MOVE WK-CHK-DATE TO CA-ASOF-DATE
             SET CA-ASOF-IS-SET TO TRUE
             PERFORM CALCULATE-AGE-PARA
             SET CA-ASOF-NOT-SET TO TRUE
             IF CA-AGE-IS-VALID AND CA-AGE < 18
               PERFORM READ-WORK-PERMIT-PARA
             END-IF
           END-IF.

      * ================================================================
      * READ-WORK-PERMIT-PARA
      * ================================================================
       READ-WORK-PERMIT-PARA.
           SET WK-PERMIT-MISSING TO TRUE.
           OPEN INPUT WKPERMIT.
           IF WK-PERMIT-FILE-OK
             MOVE WK-CHK-EMPID TO WP-EMPID
             READ WKPERMIT
                 INVALID KEY
                   SET WK-PERMIT-MISSING TO TRUE
                 NOT INVALID KEY
                   IF WP-EXPIRE-DATE < WK-CHK-DATE
                     SET WK-PERMIT-EXPIRED TO TRUE
                   ELSE
                     SET WK-PERMIT-ON-FILE TO TRUE
                   END-IF
             END-READ
             CLOSE WKPERMIT
           END-IF.
