      *================================================================
      * APPRLAST_PARA.COB
      * Latest-appraisal lookup - the most recent appraisal on the
      * appraisal file (./apprmstr.dat) for one employee, wherever
      * a program needs the current rating or the next due date.
      *
      * COPY into the PROCEDURE DIVISION; first COPY
      * APPRLAST_DEF.cob into WORKING-STORAGE and COPY
      * APPRAISAL-REC.cob into an APPRMSTR FD:
      *
      *    SELECT APPRMSTR ASSIGN TO './apprmstr.dat'
      *        ORGANIZATION IS INDEXED  ACCESS MODE IS DYNAMIC
      *        RECORD KEY IS APR-KEY OF APPRMSTR-REC
      *        FILE STATUS AL-APPR-STATUS.
      *
      * PERFORM OPEN-APPRAISAL-PARA once at start of run (a site
      * without the file simply never finds one) and
      * CLOSE-APPRAISAL-PARA at end.  Per employee: set AL-EMPID
      * and PERFORM FIND-LATEST-APPRAISAL-PARA.  The key runs
      * EMPID then period end, so the last record read under the
      * EMPID is the latest.
      *================================================================
       OPEN-APPRAISAL-PARA.
           OPEN INPUT APPRMSTR.
           IF AL-APPR-FILE-OK
             SET APPRAISALS-AVAILABLE TO TRUE
           ELSE
             SET APPRAISALS-UNAVAILABLE TO TRUE
             DISPLAY WS-PROGRAM-NAME ": NO APPRAISAL FILE - "
                     "NO RATINGS ON HAND"
           END-IF.

      * ================================================================
      * CLOSE-APPRAISAL-PARA
      * ================================================================
       CLOSE-APPRAISAL-PARA.
           IF APPRAISALS-AVAILABLE
             CLOSE APPRMSTR
           END-IF.

      * ================================================================
      * FIND-LATEST-APPRAISAL-PARA
      * ================================================================
       FIND-LATEST-APPRAISAL-PARA.
           SET LATEST-APPRAISAL-MISSING TO TRUE.
           MOVE ZERO TO AL-PERIOD-END AL-REVIEWER AL-NEXT-DUE.
           MOVE SPACE TO AL-RATING.
           IF APPRAISALS-AVAILABLE
             MOVE AL-EMPID TO APR-EMPID OF APPRMSTR-REC
             MOVE ZERO TO APR-PERIOD-END OF APPRMSTR-REC
             MOVE ' ' TO AL-APPR-EOF
             START APPRMSTR KEY IS NOT LESS THAN
                   APR-KEY OF APPRMSTR-REC
                 INVALID KEY
                   MOVE 'Y' TO AL-APPR-EOF
             END-START
             PERFORM UNTIL AL-APPR-EOF = 'Y'
               READ APPRMSTR NEXT RECORD
                   AT END
                     MOVE 'Y' TO AL-APPR-EOF
                   NOT AT END
                     IF APR-EMPID OF APPRMSTR-REC NOT = AL-EMPID
                       MOVE 'Y' TO AL-APPR-EOF
                     ELSE
                       SET LATEST-APPRAISAL-FOUND TO TRUE
                       MOVE APR-PERIOD-END OF APPRMSTR-REC
                            TO AL-PERIOD-END
                       MOVE APR-RATING OF APPRMSTR-REC
                            TO AL-RATING
                       MOVE APR-REVIEWER OF APPRMSTR-REC
                            TO AL-REVIEWER
                       MOVE APR-NEXT-DUE OF APPRMSTR-REC
                            TO AL-NEXT-DUE
                     END-IF
               END-READ
             END-PERFORM
           END-IF.
