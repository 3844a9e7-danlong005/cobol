      * a dated print file on the RPTFILE_DEF.cob pattern; an ACTIVE
      * employee with no address on file is flagged at the end of
      * the run, since a mailing that silently skips them is how the
      * W-2 goes missing.  The label is addressed to the name the
      * employee goes by - the preferred name on ./prefmstr.dat
      * (copybooks/PREFNAME_PARA.cob) where there is one.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILLBL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-EMPID OF ADDRMSTR-REC
              FILE STATUS IS WS-ADDR-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PN-EMPID OF PREFMSTR-REC
              ALTERNATE RECORD KEY IS PN-PREF-LNM OF PREFMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS PF-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
           FD ADDRMSTR.
           01 ADDRMSTR-REC.
              COPY "ADDR-REC.cob".
      *
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-PREF-NAMES-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './maillbl_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                 END-IF
               NOT INVALID KEY
                 ADD 1 TO WS-LABEL-COUNT
                 MOVE EMPID OF EMPLOYEE-FILE TO PF-CHK-EMPID
                 MOVE EMPFNM OF EMPLOYEE-FILE TO PF-LEGAL-FNM
                 MOVE EMPLNM OF EMPLOYEE-FILE TO PF-LEGAL-LNM
                 PERFORM GET-SHOW-NAME-PARA
                 MOVE PF-SHOW-NAME TO RP-DETAIL
                 PERFORM WRITE-REPORT-LINE-PARA
                 MOVE ADR-STREET OF ADDRMSTR-REC TO RP-DETAIL
                 PERFORM WRITE-REPORT-LINE-PARA
           PERFORM CLOSE-REPORT-PARA.
           CLOSE EMPLOYEE.
           CLOSE ADDRMSTR.
           PERFORM CLOSE-PREF-NAMES-PARA.
           DISPLAY "MAILLBL: " WS-LABEL-COUNT " LABEL(S) PRINTED, "
                   WS-NOADDR-COUNT " ACTIVE EMPLOYEE(S) WITHOUT "
                   "AN ADDRESS".
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".
