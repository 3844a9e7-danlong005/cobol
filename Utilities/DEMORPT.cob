      * compliance office's category counts mean nothing without
      * knowing how much of the population they cover.  Tune
      * WS-MIN-CELL as the suppression floor changes.
      *
      * The unmasked version runs only under a class R sign-on
      * (copybooks/SIGNON_PARA.cob), is cataloged as confidential,
      * and is logged to ./readlog.dta with its headcount.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMORPT.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
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
           01 WS-DEMO-EOF     PIC        A(1).
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-MASK-PARM FROM COMMAND-LINE.
           IF WS-MASK-PARM = 'MASKED'
             SET MASKING-REQUESTED TO TRUE
           ELSE
             MOVE 'R' TO SG-NEED-CLASS
             PERFORM CHECK-SIGNON-PARA
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT DEMOMSTR.
             END-STRING
             PERFORM WRITE-REPORT-LINE-PARA
           END-IF.
           IF MASKING-NOT-REQUESTED
             SET RP-CONFIDENTIAL TO TRUE
           END-IF.
           PERFORM CLOSE-REPORT-PARA.
           IF MASKING-NOT-REQUESTED
             MOVE 'R' TO RA-LOG-KIND
             MOVE RP-FNAME TO RA-LOG-SUBJECT
             MOVE WS-MATCH-COUNT TO RA-LOG-RECORDS
             PERFORM WRITE-READLOG-PARA
           END-IF.
           CLOSE DEMOMSTR.
           CLOSE EMPLOYEE.
           DISPLAY "DEMORPT: " WS-READ-COUNT " DEMOGRAPHIC "
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
