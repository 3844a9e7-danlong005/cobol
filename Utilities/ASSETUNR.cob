      *================================================================
      * ASSETUNR
      * Weekly unreturned-asset report off the asset custody file
      * (./assetmstr.dat, copybooks/ASSET-REC.cob, maintained by
      * ASSETMNT).  Every asset still issued to someone who is no
      * longer here - TERMINATED or RETIRED on the master, or gone
      * from it altogether - is listed with its value outstanding,
      * oldest departure first (then oldest issue), so recovery
      * starts with the equipment most likely to become a
      * write-off.  Days gone are counted from EMPSTDT.  Totals at
      * the end give the asset count, the number of former
      * employees holding them and the value outstanding.
      *
      * Output: ./assetunr_YYYYMMDD.rpt through the shared
      * print-file writer.  RC 4 when anything is outstanding, 8
      * when the custody file cannot be opened.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETUNR.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ASSETMSTR ASSIGN TO './assetmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AS-TAG OF ASSETMSTR-REC
              ALTERNATE RECORD KEY IS AS-EMPID OF ASSETMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-ASSET-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT SORTED-OUT ASSIGN TO './assetsort.tmp'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT SORT-WORK ASSIGN TO 'sortwork.tmp'.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD ASSETMSTR.
           01 ASSETMSTR-REC.
              COPY "ASSET-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
      * One sort record per unreturned asset.
           SD SORT-WORK.
           01 SORT-REC.
              05 SR-LEFT-DATE PIC        9(8).
              05 SR-ISSUE-DATE PIC       9(8).
              05 SR-TAG       PIC       X(10).
              05 SR-TYPE      PIC        X(4).
              05 SR-DESC      PIC       X(30).
              05 SR-VALUE     PIC    9(7)V99.
              05 SR-EMPID     PIC        9(5).
              05 SR-LNM       PIC       X(20).
              05 SR-EMPSTAT   PIC        X(1).
      *
           FD SORTED-OUT.
           01 SORTED-REC.
              05 SO-LEFT-DATE PIC        9(8).
              05 SO-ISSUE-DATE PIC       9(8).
              05 SO-TAG       PIC       X(10).
              05 SO-TYPE      PIC        X(4).
              05 SO-DESC      PIC       X(30).
              05 SO-VALUE     PIC    9(7)V99.
              05 SO-EMPID     PIC        9(5).
              05 SO-LNM       PIC       X(20).
              05 SO-EMPSTAT   PIC        X(1).
                 88 SO-IS-TERMINATED  VALUE 'T'.
                 88 SO-IS-RETIRED     VALUE 'R'.
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-ASSET-EOF    PIC        A(1).
           01 WS-EOF          PIC        A(1).
           01 WS-ASSET-STATUS PIC        X(2).
              88 WS-ASSET-OK         VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-EMP-SW       PIC        X(1).
              88 EMPLOYEES-AVAILABLE VALUE 'Y'.
              88 EMPLOYEES-UNAVAILABLE VALUE 'N'.
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-TODAY-INT    PIC        9(7).
           01 WS-DAYS-GONE    PIC        9(5).
      *
      * Whether the holder is a former employee, and the EMPIDs
      * already counted as holders.
           01 WS-HOLDER-SW    PIC        X(1).
              88 HOLDER-HAS-LEFT     VALUE 'Y'.
              88 HOLDER-STILL-HERE   VALUE 'N'.
           01 WS-LAST-EMPID   PIC        9(5) VALUE ZERO.
      *
           01 WS-ASSET-READ   PIC        9(7) VALUE ZERO.
           01 WS-ISSUED-COUNT PIC        9(5) VALUE ZERO.
           01 WS-UNRET-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-HOLDER-COUNT PIC        9(5) VALUE ZERO.
           01 WS-UNRET-VALUE  PIC    9(9)V99 VALUE ZERO.
      *
      * The holders already counted, so one former employee with
      * three laptops counts once.
           01 WS-HOLDER-TBL.
              05 WS-HOLDER-EMPID PIC 9(5) OCCURS 2000 TIMES.
           01 WS-HOLDER-IDX   PIC        9(4) VALUE ZERO.
           01 WS-HOLDER-FOUND PIC        X(1).
              88 HOLDER-ALREADY-COUNTED VALUE 'Y'.
      *
           01 WS-DATE-ED      PIC        9999/99/99.
           01 WS-DAYS-ED      PIC        ZZZZ9.
           01 WS-VALUE-ED     PIC   Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-ED     PIC ZZZ,ZZZ,ZZ9.99.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ASSETUNR'.
           01 WS-RUNLOG-READ-TOTAL  PIC       9(7) VALUE ZERO.
           01 WS-RUNLOG-REJECT-TOTAL PIC      9(7) VALUE ZERO.
      *
      * Elapsed-time/throughput working fields for WRITE-RUNLOG-PARA
      * (copybooks/RUNLOG_PARA.cob).
           01 WS-RUNLOG-START-SECS  PIC      9(5).
           01 WS-RUNLOG-END-SECS    PIC      9(5).
      *
       COPY "RPTFILE_DEF.cob".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN INPUT ASSETMSTR.
           IF NOT WS-ASSET-OK
             DISPLAY "ASSETUNR: *** NO ASSET CUSTODY FILE - RUN "
                     "ASSETMNT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF WS-EMP-OK
             SET EMPLOYEES-AVAILABLE TO TRUE
           ELSE
             SET EMPLOYEES-UNAVAILABLE TO TRUE
             DISPLAY "ASSETUNR: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE ASSETMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO RP-FNAME.
           STRING './assetunr_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'ASSETUNR - ASSETS HELD BY FORMER EMPLOYEES'
                TO RP-TITLE.
           MOVE 'LEFT       DAYS EMPID LAST NAME' TO RP-COLHDG (1:31).
           MOVE 'STAT' TO RP-COLHDG (45:4).
           MOVE 'TAG        TYPE DESCRIPTION' TO RP-COLHDG (50:26).
           MOVE 'ISSUED' TO RP-COLHDG (97:6).
           MOVE 'VALUE' TO RP-COLHDG (116:5).
           MOVE WS-TODAY TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.
           SORT SORT-WORK
               ON ASCENDING KEY SR-LEFT-DATE SR-ISSUE-DATE SR-TAG
               INPUT PROCEDURE IS SELECT-UNRETURNED-PARA
               GIVING SORTED-OUT.
           OPEN INPUT SORTED-OUT.
           MOVE ' ' TO WS-EOF.

      * ================================================================
      * SELECT-UNRETURNED-PARA
      * SORT input procedure - every issued asset whose holder has
      * left.
      * ================================================================
       SELECT-UNRETURNED-PARA.
           MOVE ' ' TO WS-ASSET-EOF.
           READ ASSETMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-ASSET-EOF
           END-READ.
           PERFORM UNTIL WS-ASSET-EOF = 'Y'
             ADD 1 TO WS-ASSET-READ
             IF AS-IS-ISSUED OF ASSETMSTR-REC
               ADD 1 TO WS-ISSUED-COUNT
               PERFORM CHECK-ONE-ASSET-PARA
             END-IF
             READ ASSETMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-ASSET-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-ONE-ASSET-PARA
      * A holder gone from the master has no leaving date and
      * sorts to the top.
      * ================================================================
       CHECK-ONE-ASSET-PARA.
           SET HOLDER-STILL-HERE TO TRUE.
           MOVE ZERO TO SR-LEFT-DATE.
           MOVE AS-EMPID OF ASSETMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET HOLDER-HAS-LEFT TO TRUE
                 MOVE '(NOT ON EMPLOYEE MASTER)' TO SR-LNM
                 MOVE SPACE TO SR-EMPSTAT
               NOT INVALID KEY
                 IF EMP-TERMINATED OF EMPLOYEE-FILE
                     OR EMP-RETIRED OF EMPLOYEE-FILE
                   SET HOLDER-HAS-LEFT TO TRUE
                   MOVE EMPLNM OF EMPLOYEE-FILE TO SR-LNM
                   MOVE EMPSTAT OF EMPLOYEE-FILE TO SR-EMPSTAT
                   IF EMPSTDT OF EMPLOYEE-FILE NUMERIC
                     MOVE EMPSTDT OF EMPLOYEE-FILE TO SR-LEFT-DATE
                   END-IF
                 END-IF
           END-READ.
           IF HOLDER-HAS-LEFT
             MOVE AS-ISSUE-DATE OF ASSETMSTR-REC TO SR-ISSUE-DATE
             MOVE AS-TAG OF ASSETMSTR-REC TO SR-TAG
             MOVE AS-TYPE OF ASSETMSTR-REC TO SR-TYPE
             MOVE AS-DESC OF ASSETMSTR-REC TO SR-DESC
             MOVE AS-VALUE OF ASSETMSTR-REC TO SR-VALUE
             MOVE AS-EMPID OF ASSETMSTR-REC TO SR-EMPID
             RELEASE SORT-REC
           END-IF.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           READ SORTED-OUT
                AT END MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = 'Y'
             PERFORM REPORT-ONE-ASSET-PARA
             READ SORTED-OUT
                  AT END MOVE 'Y' TO WS-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * REPORT-ONE-ASSET-PARA
      * ================================================================
       REPORT-ONE-ASSET-PARA.
           ADD 1 TO WS-UNRET-COUNT.
           ADD SO-VALUE TO WS-UNRET-VALUE.
           PERFORM COUNT-HOLDER-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF SO-LEFT-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD (SO-LEFT-DATE) = 0
             MOVE SO-LEFT-DATE TO WS-DATE-ED
             MOVE WS-DATE-ED TO RP-DETAIL (1:10)
             IF SO-LEFT-DATE < WS-TODAY
               COMPUTE WS-DAYS-GONE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (SO-LEFT-DATE)
             ELSE
               MOVE ZERO TO WS-DAYS-GONE
             END-IF
             MOVE WS-DAYS-GONE TO WS-DAYS-ED
             MOVE WS-DAYS-ED TO RP-DETAIL (12:5)
           ELSE
             MOVE 'UNKNOWN' TO RP-DETAIL (1:7)
           END-IF.
           MOVE SO-EMPID TO RP-DETAIL (18:5).
           MOVE SO-LNM TO RP-DETAIL (24:20).
           EVALUATE TRUE
             WHEN SO-IS-TERMINATED
               MOVE 'TERM' TO RP-DETAIL (45:4)
             WHEN SO-IS-RETIRED
               MOVE 'RETD' TO RP-DETAIL (45:4)
             WHEN OTHER
               MOVE 'GONE' TO RP-DETAIL (45:4)
           END-EVALUATE.
           MOVE SO-TAG TO RP-DETAIL (50:10).
           MOVE SO-TYPE TO RP-DETAIL (61:4).
           MOVE SO-DESC TO RP-DETAIL (66:30).
           MOVE SO-ISSUE-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO RP-DETAIL (97:10).
           MOVE SO-VALUE TO WS-VALUE-ED.
           MOVE WS-VALUE-ED TO RP-DETAIL (108:12).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * COUNT-HOLDER-PARA
      * ================================================================
       COUNT-HOLDER-PARA.
           MOVE 'N' TO WS-HOLDER-FOUND.
           PERFORM FIND-HOLDER-PARA
               VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                  OR HOLDER-ALREADY-COUNTED.
           IF NOT HOLDER-ALREADY-COUNTED AND WS-HOLDER-COUNT < 2000
             ADD 1 TO WS-HOLDER-COUNT
             MOVE SO-EMPID TO WS-HOLDER-EMPID (WS-HOLDER-COUNT)
           END-IF.

      * ================================================================
      * FIND-HOLDER-PARA
      * ================================================================
       FIND-HOLDER-PARA.
           IF WS-HOLDER-EMPID (WS-HOLDER-IDX) = SO-EMPID
             MOVE 'Y' TO WS-HOLDER-FOUND
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE SORTED-OUT.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE WS-UNRET-VALUE TO WS-TOTAL-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-UNRET-COUNT DELIMITED BY SIZE
                  ' ASSET(S) HELD BY ' DELIMITED BY SIZE
                  WS-HOLDER-COUNT DELIMITED BY SIZE
                  ' FORMER EMPLOYEE(S) - VALUE OUTSTANDING '
                      DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ISSUED-COUNT DELIMITED BY SIZE
                  ' ASSET(S) ISSUED OF ' DELIMITED BY SIZE
                  WS-ASSET-READ DELIMITED BY SIZE
                  ' ON FILE' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           CLOSE ASSETMSTR.
           CLOSE EMPLOYEE.
           DISPLAY "ASSETUNR: " WS-UNRET-COUNT " UNRETURNED ASSET(S) "
                   "HELD BY " WS-HOLDER-COUNT " FORMER EMPLOYEE(S), "
                   "VALUE " WS-TOTAL-ED.
           MOVE WS-ASSET-READ TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-UNRET-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-UNRET-COUNT > 0
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
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
