      *================================================================
      * READLOG_PARA.COB
      * Read-access log writer.  Denied sign-ons go to ./seclog.dta
      * and changes to the audit trail; this records who looked at
      * what - every employee record an inquiry displays, every run
      * of a report in its confidential form, every fetch of one
      * from the catalog, every ad-hoc extract.  COPY into the
      * PROCEDURE DIVISION; first COPY READLOG_DEF.cob into
      * WORKING-STORAGE and READLOG-REC.cob into the FD of
      *
      *    SELECT READLOG ASSIGN TO './readlog.dta'
      *        ORGANIZATION IS LINE SEQUENTIAL
      *        FILE STATUS IS RA-LOG-STATUS.
      *
      * The reader is the operator the sign-on check granted
      * (WS-AUDIT-OPERATOR, copybooks/SIGNON_DEF.cob), so the
      * program signs on - class R at least - before it shows
      * anything.  Set RA-LOG-KIND ('E' record, 'R' report, 'X'
      * extract) with RA-LOG-EMPID, or RA-LOG-SUBJECT and
      * RA-LOG-RECORDS, and PERFORM WRITE-READLOG-PARA - or for a
      * single record just RA-LOG-EMPID and PERFORM
      * LOG-EMPLOYEE-VIEW-PARA.  The log is
      * opened and closed around each line, so an inquiry session
      * cut off at the terminal loses nothing already shown.  The
      * first entry on a new site creates the file.
      *================================================================
       WRITE-READLOG-PARA.
           OPEN EXTEND READLOG.
           IF NOT RA-LOG-OK
             OPEN OUTPUT READLOG
           END-IF.
           MOVE SPACES TO READLOG-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RA-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RA-RUN-TIME.
           MOVE WS-PROGRAM-NAME TO RA-PROGRAM.
           MOVE WS-AUDIT-OPERATOR TO RA-OPER-ID.
           MOVE RA-LOG-KIND TO RA-KIND.
           MOVE RA-LOG-EMPID TO RA-EMPID.
           MOVE RA-LOG-SUBJECT TO RA-SUBJECT.
           MOVE RA-LOG-RECORDS TO RA-RECORDS.
           WRITE READLOG-REC.
           CLOSE READLOG.

      * ================================================================
      * LOG-EMPLOYEE-VIEW-PARA
      * One employee record put on the screen - set RA-LOG-EMPID.
      * ================================================================
       LOG-EMPLOYEE-VIEW-PARA.
           MOVE 'E' TO RA-LOG-KIND.
           MOVE SPACES TO RA-LOG-SUBJECT.
           MOVE 1 TO RA-LOG-RECORDS.
           PERFORM WRITE-READLOG-PARA.
