      * (every fifth year - 5, 10, 15, 20, 25, and on up), sorted by
      * day of month, with a count per milestone at the end - so
      * facilities' service-award list stops being an eyeball pass
      * over the CALCAGE listing's SVC column.  Each employee is
      * listed by the name they go by - the preferred name on
      * ./prefmstr.dat (copybooks/PREFNAME_PARA.cob) where there is
      * one.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCANNIV.
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PN-EMPID
              ALTERNATE RECORD KEY IS PN-PREF-LNM WITH DUPLICATES
              FILE STATUS IS PF-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-EMP-STATUS   PIC        X(2).
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           PERFORM OPEN-BRIDGE-PARA.
           PERFORM OPEN-PREF-NAMES-PARA.
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-CURRENT-MONTH.
           MOVE ZERO TO WS-MILESTONE-TBL.
           DISPLAY "SVCANNIV - SERVICE MILESTONES FOR MONTH "
           END-READ.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             PERFORM COMPUTE-REACHED-YEARS-PARA
             MOVE EMPID OF SORTED-REC TO PF-CHK-EMPID
             MOVE EMPFNM OF SORTED-REC TO PF-LEGAL-FNM
             MOVE EMPLNM OF SORTED-REC TO PF-LEGAL-LNM
             PERFORM GET-SHOW-NAME-PARA
             IF SERVICE-WAS-BRIDGED
               DISPLAY EMPID OF SORTED-REC " "
                       PF-SHOW-FNM " "
                       PF-SHOW-LNM "  REACHES "
                       WS-REACHES-YEARS " YEARS ON "
                       EMPHDTM OF SORTED-REC "/"
                       EMPHDTD OF SORTED-REC " (BRIDGED)"
             ELSE
               DISPLAY EMPID OF SORTED-REC " "
                       PF-SHOW-FNM " "
                       PF-SHOW-LNM "  REACHES "
                       WS-REACHES-YEARS " YEARS ON "
                       EMPHDTM OF SORTED-REC "/"
                       EMPHDTD OF SORTED-REC
               UNTIL WS-MILESTONE-IDX > 10.
           DISPLAY "TOTAL MILESTONE ANNIVERSARIES: " WS-ANNIV-COUNT.
           PERFORM CLOSE-BRIDGE-PARA.
           PERFORM CLOSE-PREF-NAMES-PARA.
           IF LETTERS-REQUESTED
             CLOSE SELFILE
             DISPLAY "SVCANNIV: " WS-ANNIV-COUNT " SELECTION(S) "
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".
