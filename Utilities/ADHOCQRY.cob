      * The selection is echoed on the report header, so the result
      * is self-describing.  Numeric fields compare numerically;
      * everything else compares on the trimmed text.
      *
      * An extract is individual-level data, so the run needs a
      * class R sign-on (copybooks/SIGNON_PARA.cob), the print file
      * is cataloged as confidential, and every extract is logged
      * to ./readlog.dta with the file and its record count
      * (copybooks/READLOG_PARA.cob).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCQRY.
              SELECT BRIDGEPARM ASSIGN TO './bridge.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SB-PARM-STATUS.
      *
              SELECT SIGNON ASSIGN TO './signon.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SIGNON-STATUS.
      *
              SELECT OPERFILE ASSIGN TO './operator.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-OPER-STATUS.
      *
              SELECT SECLOG ASSIGN TO './seclog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT OPERCRED ASSIGN TO './opercred.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-OPER-ID
              FILE STATUS IS SG-CRED-STATUS.
      *
              SELECT SIGNCRED ASSIGN TO './signon.cred'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SCRED-STATUS.
      *
              SELECT READLOG ASSIGN TO './readlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RA-LOG-STATUS.
      *
       DATA DIVISION.
           FILE SECTION.
      *
           FD BRIDGEPARM.
           01 BRIDGEPARM-REC   PIC       X(10).
      *
           FD SIGNON.
           01 SIGNON-REC.
              COPY "SIGNON-REC.cob".
      *
           FD OPERFILE.
           01 OPERFILE-REC.
              COPY "OPER-REC.cob".
      *
           FD SECLOG.
           01 SECLOG-REC.
              COPY "SECLOG-REC.cob".
      *
           FD OPERCRED.
           01 OPERCRED-REC.
              COPY "OPERCRED-REC.cob".
      *
           FD SIGNCRED.
           01 SIGNCRED-REC.
              COPY "SIGNCRED-REC.cob".
      *
           FD READLOG.
           01 READLOG-REC.
              COPY "READLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-PARM-EOF     PIC        A(1).
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SVCBRIDGE_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           MOVE 'R' TO SG-NEED-CLASS.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM LOAD-REQUEST-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           PERFORM OPEN-BRIDGE-PARA.
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           MOVE 'X' TO RA-LOG-KIND.
           MOVE WS-HIT-COUNT TO RA-LOG-RECORDS.
           IF FORMAT-IS-CSV
             CLOSE CSVOUT
             DISPLAY "ADHOCQRY: EXTRACT WRITTEN TO ADHOC.CSV"
             MOVE './adhoc.csv' TO RA-LOG-SUBJECT
           ELSE
             MOVE ALL '-' TO RP-DETAIL
             PERFORM WRITE-REPORT-LINE-PARA
                    INTO RP-DETAIL
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
             SET RP-CONFIDENTIAL TO TRUE
             PERFORM CLOSE-REPORT-PARA
             MOVE RP-FNAME TO RA-LOG-SUBJECT
           END-IF.
           PERFORM WRITE-READLOG-PARA.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-BRIDGE-PARA.
           DISPLAY "ADHOCQRY: " WS-HIT-COUNT " OF " WS-READ-COUNT
      * COPY IN REHIRE SERVICE-BRIDGING RULES
      * ================================================================
       COPY "SVCBRIDGE_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
