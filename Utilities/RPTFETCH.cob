      * catalog and the files together, so this means someone
      * removed the file by hand) is reported rather than shrugged
      * at.
      *
      * The catalog is open to any class R sign-on at the terminal
      * (copybooks/SIGNON_PARA.cob); fetching a report cataloged as
      * confidential is logged to ./readlog.dta against the operator
      * (copybooks/READLOG_PARA.cob).
      * One cataloged as restricted is fetched for a class A
      * operator only; anyone else is refused and the refusal goes
      * to ./seclog.dta beside the denied sign-ons.  One cataloged
      * from the employee-relations case file goes to a class E
      * operator alone - never on an open run - and is refused and
      * logged the same way for anyone else.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTFETCH.
              SELECT RPTIN ASSIGN DYNAMIC WS-RPTIN-FNAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPTIN-STATUS.
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
           FD RPTIN.
           01 RPTIN-REC        PIC      X(132).
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
           01 WS-CAT-EOF      PIC        A(1).
      *
           01 WS-LIST-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-FETCH-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC       9(5) VALUE ZERO.
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "READLOG_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-NAME-PARM WS-DATE-PARM
           END-UNSTRING.
           MOVE 'R' TO SG-NEED-CLASS.
           SET SG-INTERACTIVE TO TRUE.
           PERFORM CHECK-SIGNON-PARA.
           OPEN INPUT RPTCAT.
           IF NOT WS-CAT-OK
             DISPLAY "RPTFETCH: *** NO REPORT CATALOG ON FILE ***"
      * FETCH-ONE-REPORT-PARA
      * ================================================================
       FETCH-ONE-REPORT-PARA.
           EVALUATE TRUE
             WHEN RC-IS-RESTRICTED
                 AND SG-OPER-ID NOT = SPACES
                 AND SG-FOUND-CLASS NOT = 'A'
               MOVE 'RESTRICTED REPORT - CLASS A' TO SG-DENY-REASON
               PERFORM WRITE-SECLOG-PARA
               DISPLAY "RPTFETCH: *** "
                       FUNCTION TRIM(RC-FNAME)
                       " IS RESTRICTED - CLASS A REQUIRED ***"
               ADD 1 TO WS-REFUSED-COUNT
             WHEN RC-IS-ER-ONLY
                 AND (SG-OPER-ID = SPACES
                      OR SG-FOUND-CLASS NOT = 'E')
               MOVE 'CASE-FILE REPORT - CLASS E' TO SG-DENY-REASON
               PERFORM WRITE-SECLOG-PARA
               DISPLAY "RPTFETCH: *** "
                       FUNCTION TRIM(RC-FNAME)
                       " IS A CASE-FILE REPORT - CLASS E REQUIRED ***"
               ADD 1 TO WS-REFUSED-COUNT
             WHEN OTHER
               PERFORM FETCH-REPORT-FILE-PARA
           END-EVALUATE.

      * ================================================================
      * FETCH-REPORT-FILE-PARA
      * ================================================================
       FETCH-REPORT-FILE-PARA.
           MOVE RC-FNAME TO WS-RPTIN-FNAME.
           OPEN INPUT RPTIN.
           IF NOT WS-RPTIN-OK
                     " IS GONE (STATUS " WS-RPTIN-STATUS ") ***"
           ELSE
             ADD 1 TO WS-FETCH-COUNT
             IF RC-IS-CONFIDENTIAL
               MOVE 'R' TO RA-LOG-KIND
               MOVE RC-FNAME TO RA-LOG-SUBJECT
               MOVE RC-LINE-COUNT TO RA-LOG-RECORDS
               PERFORM WRITE-READLOG-PARA
             END-IF
             DISPLAY "----------------------------------------------"
             MOVE ' ' TO WS-RPTIN-EOF
             READ RPTIN
           DISPLAY "----------------------------------------------".
           DISPLAY "RPTFETCH: " WS-LIST-COUNT " CATALOG ENTRY(S) "
                   "LISTED, " WS-FETCH-COUNT " FETCHED".
           IF WS-REFUSED-COUNT > ZERO
             DISPLAY "RPTFETCH: " WS-REFUSED-COUNT
                     " RESTRICTED REPORT(S) REFUSED"
           END-IF.
           IF WS-LIST-COUNT = ZERO
             DISPLAY "RPTFETCH: NOTHING CATALOGED MATCHES"
             MOVE 4 TO RETURN-CODE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".
