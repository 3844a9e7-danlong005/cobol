      * lists each employee with grade and review date but never an
      * individual salary - only the per-department averages and
      * headcounts print money.  Without the token, the full
      * comp-committee version adds each individual salary - it is
      * run only under a class R sign-on (copybooks/SIGNON_PARA.cob)
      * and logged to ./readlog.dta with its headcount, so the
      * privacy officer can see who pulled it (PRIVRPT).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT.
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
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
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
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
           01 WS-COMP-EOF     PIC        A(1).
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'COMPRPT'.
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
      * Per-department salary accumulators for the averages both
      * versions of the report show.
           ACCEPT WS-MASK-PARM FROM COMMAND-LINE.
           IF WS-MASK-PARM = 'MASKED'
             SET MASKING-REQUESTED TO TRUE
           ELSE
             MOVE 'R' TO SG-NEED-CLASS
             PERFORM CHECK-SIGNON-PARA
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT COMPMSTR.
                   " WITHOUT A MASTER RECORD".
           CLOSE COMPMSTR.
           CLOSE EMPLOYEE.
           IF MASKING-NOT-REQUESTED
             MOVE 'R' TO RA-LOG-KIND
             MOVE 'COMPRPT SALARY DETAIL (UNMASKED)' TO RA-LOG-SUBJECT
             MOVE WS-COMP-COUNT TO RA-LOG-RECORDS
             PERFORM WRITE-READLOG-PARA
           END-IF.
           IF WS-NOMATCH-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
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
