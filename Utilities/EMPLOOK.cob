      *     whose last name matches exactly or starts with the value
      *     (so "look up OBRIEN" and "look up OBR" both work),
      *     each with its EMPID.
      *
      * Employees are shown by the name they go by - the preferred
      * name on ./prefmstr.dat (copybooks/PREFNAME_PARA.cob) - with
      * the legal name alongside, and the last-name search also
      * runs the preferred last name (the PN-PREF-LNM alternate
      * key), so someone is found under either name.
      *
      * The lookup runs under a class R sign-on (copybooks/
      * SIGNON_PARA.cob) - the operator at the terminal keys their
      * password - and every employee it shows is logged to
      * ./readlog.dta against them (copybooks/READLOG_PARA.cob).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOOK.
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT PREFMSTR ASSIGN TO './prefmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PN-EMPID
              ALTERNATE RECORD KEY IS PN-PREF-LNM WITH DUPLICATES
              FILE STATUS IS PF-STATUS.
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
           FD PREFMSTR.
           01 PREFMSTR-REC.
              COPY "PREFNAME-REC.cob".
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
           01 WS-EMP-STATUS   PIC        X(2).
           01 SVC-DAYS        PIC        9(2).

       COPY "CALC_AGE_DEF.cob".
      *
       COPY "PREFNAME_DEF.cob".
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
           SET SG-INTERACTIVE TO TRUE.
           PERFORM CHECK-SIGNON-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           PERFORM OPEN-PREF-NAMES-PARA.
           ACCEPT WS-LOOKUP-PARM FROM COMMAND-LINE.

      * ================================================================
               MOVE CA-AGE-MONTHS TO SVC-MONTHS
               MOVE CA-AGE-DAYS TO SVC-DAYS

               MOVE EMPID TO PF-CHK-EMPID
               MOVE EMPFNM TO PF-LEGAL-FNM
               MOVE EMPLNM TO PF-LEGAL-LNM
               PERFORM GET-SHOW-NAME-PARA
               DISPLAY EMPID " " PF-SHOW-FNM " " PF-SHOW-LNM " "
                       AGE "Y " AGE-MONTHS "M " AGE-DAYS "D"
               IF PF-HAS-PREFERRED
                 DISPLAY "  LEGAL NAME: " EMPFNM " " EMPLNM
               END-IF
               DISPLAY "  SERVICE: " SVC-YEARS "Y " SVC-MONTHS "M "
                       SVC-DAYS "D"
               IF EMP-TERMINATED
                 DISPLAY "  NOTE: THIS EMPLOYEE IS TERMINATED"
               END-IF
               MOVE EMPID TO RA-LOG-EMPID
               PERFORM LOG-EMPLOYEE-VIEW-PARA
             END-IF
           END-IF.

      * listing every record whose EMPLNM still starts with it -
      * exact matches and leading-partial matches both land in that
      * range, each listed with its EMPID so HR can follow up with
      * the keyed lookup.  The preferred last names are searched
      * after the legal ones.
      * ================================================================
       SEARCH-BY-NAME-PARA.
           MOVE WS-LOOKUP-PARM TO WS-SRCH-NAME.
                 ADD 1 TO WS-MATCH-COUNT
                 DISPLAY EMPID " " EMPLNM " " EMPFNM " DOB "
                         EMPDOB
                 MOVE EMPID TO PF-CHK-EMPID
                 MOVE EMPFNM TO PF-LEGAL-FNM
                 MOVE EMPLNM TO PF-LEGAL-LNM
                 PERFORM GET-SHOW-NAME-PARA
                 IF PF-HAS-PREFERRED
                   DISPLAY "  GOES BY: " FUNCTION TRIM(PF-SHOW-NAME)
                 END-IF
                 IF EMP-TERMINATED
                   DISPLAY "  NOTE: THIS EMPLOYEE IS TERMINATED"
                 END-IF
                 MOVE EMPID TO RA-LOG-EMPID
                 PERFORM LOG-EMPLOYEE-VIEW-PARA
               ELSE
                 MOVE 'Y' TO WS-SRCH-EOF
               END-IF
             END-IF
           END-PERFORM.
           IF PF-AVAILABLE
             PERFORM SEARCH-BY-PREF-NAME-PARA
           END-IF.
           IF WS-MATCH-COUNT = ZERO
             DISPLAY "EMPLOOK: NO LAST NAME MATCHES '"
                     FUNCTION TRIM(WS-SRCH-NAME) "'"
             DISPLAY "EMPLOOK: " WS-MATCH-COUNT " MATCH(ES)"
           END-IF.

      * ================================================================
      * SEARCH-BY-PREF-NAME-PARA
      * The same walk on the preferred-name file's PN-PREF-LNM
      * alternate key.  Each hit is read back off the master by
      * EMPID; one whose legal last name also matched was already
      * listed above and is not listed twice.
      * ================================================================
       SEARCH-BY-PREF-NAME-PARA.
           MOVE WS-SRCH-NAME TO PN-PREF-LNM.
           MOVE ' ' TO WS-SRCH-EOF.
           START PREFMSTR KEY IS NOT LESS THAN PN-PREF-LNM
               INVALID KEY MOVE 'Y' TO WS-SRCH-EOF
           END-START.
           PERFORM UNTIL WS-SRCH-EOF = 'Y'
             READ PREFMSTR NEXT
                  AT END MOVE 'Y' TO WS-SRCH-EOF
             END-READ
             IF WS-SRCH-EOF NOT = 'Y'
               IF PN-PREF-LNM (1:WS-SRCH-LEN) =
                   WS-SRCH-NAME (1:WS-SRCH-LEN)
                 MOVE PN-EMPID TO EMPID
                 READ EMPLOYEE
                      INVALID KEY CONTINUE
                 END-READ
                 IF WS-EMP-OK
                     AND EMPLNM (1:WS-SRCH-LEN) NOT =
                         WS-SRCH-NAME (1:WS-SRCH-LEN)
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY EMPID " " PN-PREF-LNM " " PN-PREF-FNM
                           " DOB " EMPDOB " (PREFERRED NAME)"
                   DISPLAY "  LEGAL NAME: " EMPFNM " " EMPLNM
                   IF EMP-TERMINATED
                     DISPLAY "  NOTE: THIS EMPLOYEE IS TERMINATED"
                   END-IF
                   MOVE EMPID TO RA-LOG-EMPID
                   PERFORM LOG-EMPLOYEE-VIEW-PARA
                 END-IF
               ELSE
                 MOVE 'Y' TO WS-SRCH-EOF
               END-IF
             END-IF
           END-PERFORM.

      * ================================================================
      * COPY IN AGE CALC PARAGRAPH
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN PREFERRED-NAME LOOKUP
      * ================================================================
       COPY "PREFNAME_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN READ-ACCESS LOG WRITER
      * ================================================================
       COPY "READLOG_PARA.cob".

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-PREF-NAMES-PARA.
      *    A name search that found matches ends with the file
      *    status at end-of-file from its final READ NEXT - that is
      *    a successful search, not a failed lookup.
