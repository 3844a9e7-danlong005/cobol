      *================================================================
      * LETTERGN
      * Template-driven letter generation for HR outreach.  RETIRPT,
      * SVCANNIV, BDAYRPT, and DEPAGOUT each produce a list, and
      * then someone retyped every name into a word processor; run
      * with the LETTERS token those reports now also emit a
      * selection file (./lettersel.dta, copybooks/LETSEL-REC.cob),
      * and this utility merges each selected employee into the
      * letter template (./letter.tmpl) and writes one formatted
      * letter per employee to a dated print file on the
      * RPTFILE_DEF.cob pattern, one letter per page.
      *
      * The template is plain text, up to 80 columns per line, with
      * substitution tokens replaced per employee:
      *    &MONTH   the event month from the selection record
      *             (YYYY/MM)
      *    &EVENT   the event label the report wrote (rule name,
      *             years reached, age turned, dependent age-out)
      *
      * &FNAME and &LNAME are the name the employee goes by - the
      * preferred name on ./prefmstr.dat (copybooks/
      * PREFNAME_PARA.cob) where there is one, the legal name
      * otherwise.
      *
      * A selection line whose EMPID is no longer on the master is
      * reported and skipped - better no letter than a letter to a
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
           01 WS-SEL-EOF      PIC        A(1).
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-TEMPLATE-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           PERFORM OPEN-BRIDGE-PARA.
           PERFORM OPEN-PREF-NAMES-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "LETTERGN: *** CANNOT OPEN EMPMSTR.DAT - "
      * FILL-VALUES-PARA
      * ================================================================
       FILL-VALUES-PARA.
           MOVE EMPID OF EMPLOYEE-FILE TO PF-CHK-EMPID.
           MOVE EMPFNM OF EMPLOYEE-FILE TO PF-LEGAL-FNM.
           MOVE EMPLNM OF EMPLOYEE-FILE TO PF-LEGAL-LNM.
           PERFORM GET-SHOW-NAME-PARA.
           MOVE PF-SHOW-FNM TO WS-VAL-FNAME.
           MOVE PF-SHOW-LNM TO WS-VAL-LNAME.
           MOVE EMPDPT OF EMPLOYEE-FILE TO WS-VAL-DEPT.
           MOVE EMPHDTM OF EMPLOYEE-FILE TO CA-MONTH.
           MOVE EMPHDTD OF EMPLOYEE-FILE TO CA-DAY.
           CLOSE SELFILE.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-BRIDGE-PARA.
           PERFORM CLOSE-PREF-NAMES-PARA.
           DISPLAY "LETTERGN: " WS-LETTER-COUNT " LETTER(S) "
                   "WRITTEN, " WS-SKIP-COUNT " SKIPPED".
           IF WS-LETTER-COUNT = ZERO
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".
