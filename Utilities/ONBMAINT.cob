      *================================================================
      * ONBMAINT
      * Transaction-driven maintenance of the onboarding task file
      * (./onbtask.dat, copybooks/ONBTASK-REC.cob), on the REQMAINT
      * pattern.  ONBBILD writes each hire's tasks; this keys what
      * happened to them.  Reads an action-coded transaction file
      * (./onbtran.dta) - one transaction per line, an action byte
      * followed by the ONBTASK-REC layout, keyed EMPID plus task
      * code:
      *
      *    C  complete  - stamp OB-DONE-DATE (default today); the
      *                   PROB task completed is the probation
      *                   review recorded
      *    R  reopen    - clear the completion keyed in error
      *    N  new due   - move OB-DUE-DATE, e.g. a probation
      *                   extended by the manager
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT ONBTRAN ASSIGN TO './onbtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT ONBTASK ASSIGN TO './onbtask.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY OF ONBTASK-REC
              FILE STATUS IS WS-TASK-STATUS.
      *
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
           FD ONBTRAN.
           01 ONBTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-COMPLETE   VALUE 'C'.
                 88 TRN-IS-REOPEN     VALUE 'R'.
                 88 TRN-IS-NEW-DUE    VALUE 'N'.
              COPY "ONBTASK-REC.cob".
      *
           FD ONBTASK.
           01 ONBTASK-REC.
              COPY "ONBTASK-REC.cob".
      *
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
              COPY "RUNLOG-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-TRAN-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-TASK-STATUS  PIC        X(2).
              88 WS-TASK-OK          VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
      *
           01 WS-TODAY        PIC        9(8).
           01 WS-DATE-IN      PIC        9(8).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'ONBMAINT'.
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
           OPEN INPUT ONBTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "ONBMAINT: *** CANNOT OPEN ONBTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ONBTASK.
           IF NOT WS-TASK-OK
             DISPLAY "ONBMAINT: *** NO ONBTASK.DAT - RUN ONBBILD "
                     "FIRST ***"
             CLOSE ONBTRAN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           DISPLAY "ONBMAINT - ONBOARDING TASK MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ ONBTRAN INTO ONBTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ ONBTRAN INTO ONBTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE OB-KEY OF ONBTRAN-REC TO OB-KEY OF ONBTASK-REC.
           READ ONBTASK
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'TASK NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED
             EVALUATE TRUE
               WHEN TRN-IS-COMPLETE
                 PERFORM COMPLETE-TASK-PARA
               WHEN TRN-IS-REOPEN
                 PERFORM REOPEN-TASK-PARA
               WHEN TRN-IS-NEW-DUE
                 PERFORM REDATE-TASK-PARA
               WHEN OTHER
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
             END-EVALUATE
           END-IF.
           IF TRAN-APPLIED
             REWRITE ONBTASK-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
             END-REWRITE
           END-IF.

      * ================================================================
      * COMPLETE-TASK-PARA
      * ================================================================
       COMPLETE-TASK-PARA.
           MOVE OB-DONE-DATE OF ONBTRAN-REC TO WS-DATE-IN.
           IF WS-DATE-IN NOT NUMERIC OR WS-DATE-IN = ZERO
             MOVE WS-TODAY TO WS-DATE-IN
           END-IF.
           EVALUATE TRUE
             WHEN NOT OB-IS-OPEN OF ONBTASK-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'TASK ALREADY COMPLETE' TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-IN) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'DONE DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN WS-DATE-IN > WS-TODAY
               SET TRAN-REJECTED TO TRUE
               MOVE 'DONE DATE IN THE FUTURE' TO WS-REJECT-REASON
             WHEN OTHER
               MOVE WS-DATE-IN TO OB-DONE-DATE OF ONBTASK-REC
           END-EVALUATE.

      * ================================================================
      * REOPEN-TASK-PARA
      * ================================================================
       REOPEN-TASK-PARA.
           IF OB-IS-OPEN OF ONBTASK-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'TASK NOT COMPLETE' TO WS-REJECT-REASON
           ELSE
             MOVE ZERO TO OB-DONE-DATE OF ONBTASK-REC
           END-IF.

      * ================================================================
      * REDATE-TASK-PARA
      * ================================================================
       REDATE-TASK-PARA.
           MOVE OB-DUE-DATE OF ONBTRAN-REC TO WS-DATE-IN.
           EVALUATE TRUE
             WHEN WS-DATE-IN NOT NUMERIC
               SET TRAN-REJECTED TO TRUE
               MOVE 'DUE DATE NOT NUMERIC' TO WS-REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-IN) NOT = 0
               SET TRAN-REJECTED TO TRUE
               MOVE 'DUE DATE NOT A REAL DATE' TO WS-REJECT-REASON
             WHEN WS-DATE-IN < OB-HIRE-DATE OF ONBTASK-REC
               SET TRAN-REJECTED TO TRUE
               MOVE 'DUE DATE BEFORE HIRE DATE' TO WS-REJECT-REASON
             WHEN OTHER
               MOVE WS-DATE-IN TO OB-DUE-DATE OF ONBTASK-REC
           END-EVALUATE.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     OB-EMPID OF ONBTRAN-REC " TASK "
                     OB-TASK-CODE OF ONBTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     OB-EMPID OF ONBTRAN-REC " TASK "
                     OB-TASK-CODE OF ONBTRAN-REC " - "
                     WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE ONBTRAN.
           CLOSE ONBTASK.
           DISPLAY "----------------------------------------------".
           DISPLAY "ONBMAINT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED".
           MOVE WS-TRAN-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-REJECT-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-REJECT-COUNT > 0 OR WS-TRAN-COUNT = ZERO
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
