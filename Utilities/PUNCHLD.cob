      *================================================================
      * PUNCHLD
      * Time-clock punch import.  Reads the site time clocks' daily
      * punch file (./punches.dta) - one line per badge swipe in
      * fixed columns:
      *
      *    cols  1-5   EMPID
      *    col   6     blank
      *    cols  7-14  work date YYYYMMDD
      *    col  15     blank
      *    cols 16-19  punch time HHMM (24-hour)
      *    col  20     blank
      *    col  21     direction - I in, O out
      *    col  22     blank
      *    cols 23-26  site of the clock
      *
      * and folds each swipe into the attendance store
      * (./attend.dat, copybooks/ATTEND-REC.cob), one record per
      * employee per day: the earliest IN and the latest OUT are
      * kept, and every swipe is counted.  A swipe for an EMPID not
      * on the master, or with a bad date, time, or direction, is
      * rejected and listed - the clocks are hardware and the file
      * comes from a vendor, so nothing in it is trusted blind.
      * The punches of a terminated employee are loaded like any
      * other - catching that badge is ATTNRPT's job, and it can
      * only do it if the swipe is on file.
      *
      * The file received is registered on the interface ledger
      * (./ifledger.dta) with its count and an EMPID hash, so
      * IFBALRPT can prove the clocks' file arrived whole.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCHLD.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PUNCHES ASSIGN TO './punches.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PUNCH-STATUS.
      *
              SELECT ATTEND ASSIGN TO './attend.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AT-KEY OF ATTEND-REC
              FILE STATUS IS WS-ATT-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD PUNCHES.
           01 PUNCHES-REC.
              05 PN-EMPID     PIC        9(5).
              05 FILLER       PIC        X(1).
              05 PN-DATE      PIC        9(8).
              05 PN-DATE-X REDEFINES PN-DATE.
                 10 PN-DATE-Y PIC        9(4).
                 10 PN-DATE-M PIC        9(2).
                 10 PN-DATE-D PIC        9(2).
              05 FILLER       PIC        X(1).
              05 PN-TIME      PIC        9(4).
              05 PN-TIME-X REDEFINES PN-TIME.
                 10 PN-TIME-HH PIC       9(2).
                 10 PN-TIME-MM PIC       9(2).
              05 FILLER       PIC        X(1).
              05 PN-DIRECTION PIC        X(1).
                 88 PN-IS-IN          VALUE 'I'.
                 88 PN-IS-OUT         VALUE 'O'.
              05 FILLER       PIC        X(1).
              05 PN-SITE      PIC        X(4).
      *
           FD ATTEND.
           01 ATTEND-REC.
              COPY "ATTEND-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD IFLEDGER.
           01 IFLEDGER-REC.
              COPY "IFLEDGER-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-PUNCH-EOF    PIC        A(1).
           01 WS-PUNCH-STATUS PIC        X(2).
              88 WS-PUNCH-OK         VALUE '00'.
           01 WS-ATT-STATUS   PIC        X(2).
              88 WS-ATT-OK           VALUE '00'.
              88 WS-ATT-MISSING      VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-PUNCH-COUNT  PIC        9(7) VALUE ZERO.
           01 WS-LOADED-COUNT PIC        9(7) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(7) VALUE ZERO.
           01 WS-NEW-DAY-COUNT PIC       9(7) VALUE ZERO.
           01 WS-EMPID-HASH   PIC       9(10) VALUE ZERO.
      *
           01 WS-REJ-REASON   PIC       X(30).
      *
      * Worked-minutes arithmetic - HHMM split into hours and
      * minutes so last-out less first-in comes out in minutes.
           01 WS-HHMM         PIC        9(4).
           01 WS-HHMM-X REDEFINES WS-HHMM.
              05 WS-HHMM-HH   PIC        9(2).
              05 WS-HHMM-MM   PIC        9(2).
           01 WS-IN-MINS      PIC        9(4).
           01 WS-OUT-MINS     PIC        9(4).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'PUNCHLD'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "IFLEDGER_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           OPEN INPUT PUNCHES.
           IF NOT WS-PUNCH-OK
             DISPLAY "PUNCHLD: *** CANNOT OPEN PUNCHES.DTA - "
                     "STATUS " WS-PUNCH-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "PUNCHLD: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE PUNCHES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ATTEND.
           IF WS-ATT-MISSING
             OPEN OUTPUT ATTEND
             CLOSE ATTEND
             OPEN I-O ATTEND
           END-IF.
           IF NOT WS-ATT-OK
             DISPLAY "PUNCHLD: *** CANNOT OPEN ATTEND.DAT - "
                     "STATUS " WS-ATT-STATUS " ***"
             CLOSE PUNCHES
             CLOSE EMPLOYEE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "PUNCHLD - TIME-CLOCK PUNCH IMPORT".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-PUNCH-EOF.
           READ PUNCHES INTO PUNCHES-REC
                AT END MOVE 'Y' TO WS-PUNCH-EOF
           END-READ.
           PERFORM UNTIL WS-PUNCH-EOF = 'Y'
             ADD 1 TO WS-PUNCH-COUNT
             IF PN-EMPID NUMERIC
               ADD PN-EMPID TO WS-EMPID-HASH
             END-IF
             PERFORM VALIDATE-PUNCH-PARA
             IF WS-REJ-REASON = SPACES
               PERFORM APPLY-ONE-PUNCH-PARA
             ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REJECTED " PUNCHES-REC (1:26)
                       " - " WS-REJ-REASON
             END-IF

             READ PUNCHES INTO PUNCHES-REC
                  AT END MOVE 'Y' TO WS-PUNCH-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * VALIDATE-PUNCH-PARA
      * Leaves WS-REJ-REASON blank for a good swipe.  The badge
      * must belong to someone on the master; the status is not
      * checked here.
      * ================================================================
       VALIDATE-PUNCH-PARA.
           MOVE SPACES TO WS-REJ-REASON.
           EVALUATE TRUE
             WHEN PN-EMPID NOT NUMERIC
               MOVE 'EMPID NOT NUMERIC' TO WS-REJ-REASON
             WHEN PN-DATE NOT NUMERIC
                 OR PN-DATE-M < 1 OR PN-DATE-M > 12
                 OR PN-DATE-D < 1 OR PN-DATE-D > 31
               MOVE 'PUNCH DATE NOT VALID' TO WS-REJ-REASON
             WHEN PN-TIME NOT NUMERIC
                 OR PN-TIME-HH > 23 OR PN-TIME-MM > 59
               MOVE 'PUNCH TIME NOT VALID' TO WS-REJ-REASON
             WHEN NOT PN-IS-IN AND NOT PN-IS-OUT
               MOVE 'DIRECTION NOT I OR O' TO WS-REJ-REASON
             WHEN OTHER
               MOVE PN-EMPID TO EMPID OF EMPLOYEE-FILE
               READ EMPLOYEE
                   INVALID KEY
                     MOVE 'BADGE NOT ON MASTER' TO WS-REJ-REASON
               END-READ
           END-EVALUATE.

      * ================================================================
      * APPLY-ONE-PUNCH-PARA
      * First swipe of the day writes the record; later ones widen
      * the IN/OUT window and bump the counts.
      * ================================================================
       APPLY-ONE-PUNCH-PARA.
           MOVE PN-EMPID TO AT-EMPID OF ATTEND-REC.
           MOVE PN-DATE TO AT-DATE OF ATTEND-REC.
           READ ATTEND
               INVALID KEY
                 MOVE PN-SITE TO AT-SITE OF ATTEND-REC
                 MOVE ZERO TO AT-FIRST-IN OF ATTEND-REC
                 MOVE ZERO TO AT-LAST-OUT OF ATTEND-REC
                 MOVE ZERO TO AT-IN-COUNT OF ATTEND-REC
                 MOVE ZERO TO AT-OUT-COUNT OF ATTEND-REC
                 MOVE ZERO TO AT-WORKED-MINS OF ATTEND-REC
                 PERFORM FOLD-PUNCH-PARA
                 WRITE ATTEND-REC
                 END-WRITE
                 ADD 1 TO WS-NEW-DAY-COUNT
               NOT INVALID KEY
                 PERFORM FOLD-PUNCH-PARA
                 REWRITE ATTEND-REC
                 END-REWRITE
           END-READ.
           ADD 1 TO WS-LOADED-COUNT.

      * ================================================================
      * FOLD-PUNCH-PARA
      * ================================================================
       FOLD-PUNCH-PARA.
           IF PN-IS-IN
             ADD 1 TO AT-IN-COUNT OF ATTEND-REC
             IF AT-FIRST-IN OF ATTEND-REC = ZERO
                 OR PN-TIME < AT-FIRST-IN OF ATTEND-REC
               MOVE PN-TIME TO AT-FIRST-IN OF ATTEND-REC
               MOVE PN-SITE TO AT-SITE OF ATTEND-REC
             END-IF
           ELSE
             ADD 1 TO AT-OUT-COUNT OF ATTEND-REC
             IF PN-TIME > AT-LAST-OUT OF ATTEND-REC
               MOVE PN-TIME TO AT-LAST-OUT OF ATTEND-REC
             END-IF
           END-IF.
           MOVE ZERO TO AT-WORKED-MINS OF ATTEND-REC.
           IF AT-FIRST-IN OF ATTEND-REC NOT = ZERO
               AND AT-LAST-OUT OF ATTEND-REC
                   > AT-FIRST-IN OF ATTEND-REC
             MOVE AT-FIRST-IN OF ATTEND-REC TO WS-HHMM
             COMPUTE WS-IN-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
             MOVE AT-LAST-OUT OF ATTEND-REC TO WS-HHMM
             COMPUTE WS-OUT-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM
             COMPUTE AT-WORKED-MINS OF ATTEND-REC =
                 WS-OUT-MINS - WS-IN-MINS
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE PUNCHES.
           CLOSE ATTEND.
           CLOSE EMPLOYEE.
           DISPLAY "----------------------------------------------".
           DISPLAY "PUNCHLD: " WS-PUNCH-COUNT " PUNCH(ES), "
                   WS-LOADED-COUNT " LOADED, "
                   WS-REJECT-COUNT " REJECTED, "
                   WS-NEW-DAY-COUNT " NEW ATTENDANCE DAY(S)".
           MOVE 'TIMECLOCK' TO WS-IFL-INTERFACE.
           MOVE 'I' TO WS-IFL-DIRECTION.
           MOVE 'SITECLOCKS' TO WS-IFL-COUNTERPARTY.
           MOVE WS-PUNCH-COUNT TO WS-IFL-COUNT.
           MOVE WS-EMPID-HASH TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-PUNCH-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-REJECT-COUNT > 0 OR WS-PUNCH-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN RUN-LOG WRITER PARAGRAPH
      * ================================================================
       COPY "RUNLOG_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
