      * day-of-month order, and lists each one with the age they will
      * turn on their birthday this year - so HR/facilities can plan
      * recognitions for the month without combing the master by hand.
      * Each employee is listed by the name they go by - the
      * preferred name on ./prefmstr.dat (copybooks/
      * PREFNAME_PARA.cob) where there is one.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDAYRPT.
      *
              SELECT SELFILE ASSIGN TO './lettersel.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PN-EMPID
              ALTERNATE RECORD KEY IS PN-PREF-LNM WITH DUPLICATES
              FILE STATUS IS PF-STATUS.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS   PIC        X(2).
       COPY "RPTFILE_DEF.cob".
      *
       COPY "CALC_AGE_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             OPEN OUTPUT SELFILE
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           PERFORM OPEN-PREF-NAMES-PARA.
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-CURRENT-MONTH.
           MOVE SPACES TO RP-FNAME.
           STRING './bdayrpt_' DELIMITED BY SIZE
               IF CA-TODAY-D < CA-EFF-DAY
                 ADD 1 TO WS-TURNS-AGE
               END-IF
               MOVE EMPID OF SORTED-REC TO PF-CHK-EMPID
               MOVE EMPFNM OF SORTED-REC TO PF-LEGAL-FNM
               MOVE EMPLNM OF SORTED-REC TO PF-LEGAL-LNM
               PERFORM GET-SHOW-NAME-PARA
               MOVE SPACES TO RP-DETAIL
               STRING EMPID OF SORTED-REC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PF-SHOW-FNM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PF-SHOW-LNM DELIMITED BY SIZE
                      ' TURNS ' DELIMITED BY SIZE
                      WS-TURNS-AGE DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".

      * ================================================================
      * TERMINATE-PARA
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           PERFORM CLOSE-PREF-NAMES-PARA.
           IF LETTERS-REQUESTED
             CLOSE SELFILE
             DISPLAY "BDAYRPT: " WS-BDAY-COUNT " SELECTION(S) "
