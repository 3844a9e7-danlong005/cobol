      *================================================================
      * CANDMNT
      * Transaction-driven maintenance of the candidate file
      * (./candmstr.dat, copybooks/CAND-REC.cob), on the REQMAINT
      * pattern.  Reads an action-coded transaction file
      * (./candtran.dta) - one transaction per line, an action byte
      * followed by the CAND-REC layout - and moves each candidate
      * through the pipeline of an open requisition:
      *
      *    P  applied     - WRITE a new candidate against an open
      *                     requisition (names, DOB, site; applied
      *                     date defaulted to today)
      *    I  interviewed - interview date (default today)
      *    O  offered     - offer date (default today), salary,
      *                     grade and start date (required)
      *    A  accepted    - only an offered candidate, on a
      *                     requisition still open, with the new
      *                     EMPID (not already on the master) keyed
      *    D  declined    - from any open stage, decision date
      *                     defaulted to today
      *
      * Acceptance keys the hire once, for everyone: an EMPMAINT add
      * transaction appended to ./emptran.dta when the start date
      * has arrived, otherwise an add on ./pending.dta dated the
      * start day for the PENDSWP sweep - EMPHDT and EMPSTDT the
      * start date, status ACTIVE, department from the requisition.
      * The requisition is then filled with the new EMPID and the
      * start date, the way REQMAINT's fill action would.  Other
      * candidates still in the pipeline on a filled requisition
      * are listed so the recruiter can close them out.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDMNT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CANDTRAN ASSIGN TO './candtran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT CANDMSTR ASSIGN TO './candmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-KEY OF CANDMSTR-REC
              FILE STATUS IS WS-CAND-STATUS.
      *
              SELECT REQMSTR ASSIGN TO './reqmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RQ-NUMBER OF REQMSTR-REC
              FILE STATUS IS WS-REQ-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT EMPTRAN ASSIGN TO './emptran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMPTRAN-STATUS.
      *
              SELECT PENDING ASSIGN TO './pending.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-STATUS.
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
           FD CANDTRAN.
           01 CANDTRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-APPLY      VALUE 'P'.
                 88 TRN-IS-INTERVIEW  VALUE 'I'.
                 88 TRN-IS-OFFER      VALUE 'O'.
                 88 TRN-IS-ACCEPT     VALUE 'A'.
                 88 TRN-IS-DECLINE    VALUE 'D'.
              COPY "CAND-REC.cob".
      *
           FD CANDMSTR.
           01 CANDMSTR-REC.
              COPY "CAND-REC.cob".
      *
           FD REQMSTR.
           01 REQMSTR-REC.
              COPY "REQ-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD EMPTRAN.
           01 EMPTRAN-REC.
              05 ET-ACTION    PIC        X(1).
              COPY "EMPLOYEE-REC.cob".
      *
           FD PENDING.
           01 PENDING-REC.
              05 PT-EFFDATE   PIC        9(8).
              05 PT-ACTION    PIC        X(1).
              COPY "EMPLOYEE-REC.cob".
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
           01 WS-CAND-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-CAND-STATUS  PIC        X(2).
              88 WS-CAND-OK          VALUE '00'.
              88 WS-CAND-MISSING     VALUE '35'.
           01 WS-REQ-STATUS   PIC        X(2).
              88 WS-REQ-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-EMPTRAN-STATUS PIC      X(2).
              88 WS-EMPTRAN-OK       VALUE '00'.
           01 WS-PEND-STATUS  PIC        X(2).
              88 WS-PEND-OK          VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
           01 WS-HIRE-NOW-COUNT PIC      9(5) VALUE ZERO.
           01 WS-HIRE-PEND-COUNT PIC     9(5) VALUE ZERO.
      *
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
           01 WS-REJECT-REASON PIC       X(30).
      *
           01 WS-TODAY        PIC        9(8).
      * A transaction date, defaulted to today when not keyed, and
      * whether it is a real calendar date.
           01 WS-DATE-IN      PIC        9(8).
           01 WS-DATE-SW      PIC        X(1).
              88 DATE-IS-VALID       VALUE 'Y'.
              88 DATE-IS-INVALID     VALUE 'N'.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'CANDMNT'.
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
           OPEN INPUT CANDTRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "CANDMNT: *** CANNOT OPEN CANDTRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O CANDMSTR.
           IF WS-CAND-MISSING
             OPEN OUTPUT CANDMSTR
             CLOSE CANDMSTR
             OPEN I-O CANDMSTR
           END-IF.
           OPEN I-O REQMSTR.
           IF NOT WS-REQ-OK
             DISPLAY "CANDMNT: *** NO REQMSTR.DAT - RUN REQMAINT "
                     "FIRST ***"
             CLOSE CANDTRAN
             CLOSE CANDMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "CANDMNT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE CANDTRAN
             CLOSE CANDMSTR
             CLOSE REQMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "CANDMNT - CANDIDATE PIPELINE MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ CANDTRAN INTO CANDTRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ CANDTRAN INTO CANDTRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
             WHEN TRN-IS-APPLY
               PERFORM APPLY-CAND-PARA
             WHEN TRN-IS-INTERVIEW
               PERFORM INTERVIEW-CAND-PARA
             WHEN TRN-IS-OFFER
               PERFORM OFFER-CAND-PARA
             WHEN TRN-IS-ACCEPT
               PERFORM ACCEPT-CAND-PARA
             WHEN TRN-IS-DECLINE
               PERFORM DECLINE-CAND-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.

      * ================================================================
      * APPLY-CAND-PARA
      * ================================================================
       APPLY-CAND-PARA.
           PERFORM READ-OPEN-REQ-PARA.
           IF TRAN-APPLIED
               AND (CD-LNM OF CANDTRAN-REC = SPACES
                 OR CD-FNM OF CANDTRAN-REC = SPACES)
             SET TRAN-REJECTED TO TRUE
             MOVE 'CANDIDATE NAME MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-APPLIED-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'APPLIED DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE SPACES TO CANDMSTR-REC
             MOVE CD-KEY OF CANDTRAN-REC TO CD-KEY OF CANDMSTR-REC
             MOVE CD-FNM OF CANDTRAN-REC TO CD-FNM OF CANDMSTR-REC
             MOVE CD-LNM OF CANDTRAN-REC TO CD-LNM OF CANDMSTR-REC
             MOVE CD-DOB OF CANDTRAN-REC TO CD-DOB OF CANDMSTR-REC
             MOVE CD-SITE OF CANDTRAN-REC TO CD-SITE OF CANDMSTR-REC
             MOVE 'P' TO CD-STATUS OF CANDMSTR-REC
             MOVE WS-DATE-IN TO CD-APPLIED-DATE OF CANDMSTR-REC
             MOVE ZERO TO CD-INTERVIEW-DATE OF CANDMSTR-REC
                          CD-OFFER-DATE OF CANDMSTR-REC
                          CD-OFFER-SALARY OF CANDMSTR-REC
                          CD-START-DATE OF CANDMSTR-REC
                          CD-DECISION-DATE OF CANDMSTR-REC
                          CD-EMPID OF CANDMSTR-REC
             WRITE CANDMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'CANDIDATE ALREADY ON FILE'
                        TO WS-REJECT-REASON
             END-WRITE
           END-IF.

      * ================================================================
      * INTERVIEW-CAND-PARA
      * ================================================================
       INTERVIEW-CAND-PARA.
           PERFORM READ-CAND-PARA.
           IF TRAN-APPLIED
               AND NOT CD-IS-APPLIED OF CANDMSTR-REC
               AND NOT CD-IS-INTERVIEWED OF CANDMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CANDIDATE PAST INTERVIEW STAGE'
                  TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-INTERVIEW-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'INTERVIEW DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE 'I' TO CD-STATUS OF CANDMSTR-REC
             MOVE WS-DATE-IN TO CD-INTERVIEW-DATE OF CANDMSTR-REC
             PERFORM REWRITE-CAND-PARA
           END-IF.

      * ================================================================
      * OFFER-CAND-PARA
      * A re-offer to an offered candidate replaces the terms.
      * ================================================================
       OFFER-CAND-PARA.
           PERFORM READ-CAND-PARA.
           IF TRAN-APPLIED
               AND NOT CD-IS-IN-PIPELINE OF CANDMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CANDIDATE NOT IN THE PIPELINE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-START-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM CHECK-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'START DATE MISSING OR NOT REAL'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
               AND CD-OFFER-SALARY OF CANDTRAN-REC NOT NUMERIC
             SET TRAN-REJECTED TO TRUE
             MOVE 'OFFER SALARY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-START-DATE OF CANDTRAN-REC
                  TO CD-START-DATE OF CANDMSTR-REC
             MOVE CD-OFFER-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'OFFER DATE NOT A REAL DATE' TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE 'O' TO CD-STATUS OF CANDMSTR-REC
             MOVE WS-DATE-IN TO CD-OFFER-DATE OF CANDMSTR-REC
             MOVE CD-OFFER-SALARY OF CANDTRAN-REC
                  TO CD-OFFER-SALARY OF CANDMSTR-REC
             MOVE CD-OFFER-GRADE OF CANDTRAN-REC
                  TO CD-OFFER-GRADE OF CANDMSTR-REC
             PERFORM REWRITE-CAND-PARA
           END-IF.

      * ================================================================
      * ACCEPT-CAND-PARA
      * The hire is keyed and the requisition filled in the same
      * step, so neither is keyed again by hand.
      * ================================================================
       ACCEPT-CAND-PARA.
           PERFORM READ-CAND-PARA.
           IF TRAN-APPLIED
               AND NOT CD-IS-OFFERED OF CANDMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'NO OFFER OUTSTANDING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             PERFORM READ-OPEN-REQ-PARA
           END-IF.
           IF TRAN-APPLIED
             IF CD-EMPID OF CANDTRAN-REC NOT NUMERIC
                 OR CD-EMPID OF CANDTRAN-REC = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'NEW EMPID NOT KEYED' TO WS-REJECT-REASON
             ELSE
               MOVE CD-EMPID OF CANDTRAN-REC TO EMPID OF EMPLOYEE-FILE
               READ EMPLOYEE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET TRAN-REJECTED TO TRUE
                     MOVE 'NEW EMPID ALREADY ON MASTER'
                          TO WS-REJECT-REASON
               END-READ
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-DECISION-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'DECISION DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE 'A' TO CD-STATUS OF CANDMSTR-REC
             MOVE WS-DATE-IN TO CD-DECISION-DATE OF CANDMSTR-REC
             MOVE CD-EMPID OF CANDTRAN-REC TO CD-EMPID OF CANDMSTR-REC
             PERFORM REWRITE-CAND-PARA
           END-IF.
           IF TRAN-APPLIED
             PERFORM KEY-HIRE-PARA
             MOVE 'F' TO RQ-STATUS OF REQMSTR-REC
             MOVE CD-EMPID OF CANDMSTR-REC
                  TO RQ-FILLED-EMPID OF REQMSTR-REC
             MOVE CD-START-DATE OF CANDMSTR-REC
                  TO RQ-FILLED-DATE OF REQMSTR-REC
             REWRITE REQMSTR-REC
                 INVALID KEY
                   DISPLAY "CANDMNT: *** REQUISITION "
                           RQ-NUMBER OF REQMSTR-REC
                           " NOT MARKED FILLED - KEY REQMAINT F ***"
             END-REWRITE
             PERFORM LIST-STILL-OPEN-PARA
           END-IF.

      * ================================================================
      * KEY-HIRE-PARA
      * Today's start goes straight to EMPMAINT; a later start
      * waits on the pending file for its day.
      * ================================================================
       KEY-HIRE-PARA.
           MOVE SPACES TO EMPLOYEE-FILE.
           MOVE CD-EMPID OF CANDMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           MOVE CD-FNM OF CANDMSTR-REC TO EMPFNM OF EMPLOYEE-FILE.
           MOVE CD-LNM OF CANDMSTR-REC TO EMPLNM OF EMPLOYEE-FILE.
           MOVE CD-DOB OF CANDMSTR-REC TO EMPDOB OF EMPLOYEE-FILE.
           MOVE CD-START-DATE OF CANDMSTR-REC (1:4)
                TO EMPHDTY OF EMPLOYEE-FILE.
           MOVE '-' TO EMPHDTS OF EMPLOYEE-FILE.
           MOVE CD-START-DATE OF CANDMSTR-REC (5:2)
                TO EMPHDTM OF EMPLOYEE-FILE.
           MOVE '-' TO EMPHDTS1 OF EMPLOYEE-FILE.
           MOVE CD-START-DATE OF CANDMSTR-REC (7:2)
                TO EMPHDTD OF EMPLOYEE-FILE.
           MOVE 'A' TO EMPSTAT OF EMPLOYEE-FILE.
           MOVE CD-START-DATE OF CANDMSTR-REC
                TO EMPSTDT OF EMPLOYEE-FILE.
           MOVE RQ-DEPT OF REQMSTR-REC TO EMPDPT OF EMPLOYEE-FILE.
           MOVE CD-SITE OF CANDMSTR-REC TO EMPSITE OF EMPLOYEE-FILE.
           IF CD-START-DATE OF CANDMSTR-REC > WS-TODAY
             OPEN EXTEND PENDING
             IF NOT WS-PEND-OK
               OPEN OUTPUT PENDING
             END-IF
             MOVE SPACES TO PENDING-REC
             MOVE CD-START-DATE OF CANDMSTR-REC TO PT-EFFDATE
             MOVE 'A' TO PT-ACTION
             MOVE EMPLOYEE-FILE TO PENDING-REC (10:102)
             WRITE PENDING-REC
             CLOSE PENDING
             ADD 1 TO WS-HIRE-PEND-COUNT
             DISPLAY "         HIRE EMPID " EMPID OF EMPLOYEE-FILE
                     " PENDING FOR " PT-EFFDATE
           ELSE
             OPEN EXTEND EMPTRAN
             IF NOT WS-EMPTRAN-OK
               OPEN OUTPUT EMPTRAN
             END-IF
             MOVE SPACES TO EMPTRAN-REC
             MOVE 'A' TO ET-ACTION
             MOVE EMPLOYEE-FILE TO EMPTRAN-REC (2:102)
             WRITE EMPTRAN-REC
             CLOSE EMPTRAN
             ADD 1 TO WS-HIRE-NOW-COUNT
             DISPLAY "         HIRE EMPID " EMPID OF EMPLOYEE-FILE
                     " QUEUED FOR EMPMAINT"
           END-IF.

      * ================================================================
      * LIST-STILL-OPEN-PARA
      * Everyone else still in the pipeline for the filled
      * requisition.
      * ================================================================
       LIST-STILL-OPEN-PARA.
           MOVE RQ-NUMBER OF REQMSTR-REC
                TO CD-REQ-NUMBER OF CANDMSTR-REC.
           MOVE ZERO TO CD-SEQ OF CANDMSTR-REC.
           MOVE ' ' TO WS-CAND-EOF.
           START CANDMSTR KEY IS NOT LESS THAN CD-KEY OF CANDMSTR-REC
               INVALID KEY MOVE 'Y' TO WS-CAND-EOF
           END-START.
           PERFORM UNTIL WS-CAND-EOF = 'Y'
             READ CANDMSTR NEXT RECORD
                 AT END MOVE 'Y' TO WS-CAND-EOF
             END-READ
             IF WS-CAND-EOF NOT = 'Y'
               IF CD-REQ-NUMBER OF CANDMSTR-REC
                   NOT = RQ-NUMBER OF REQMSTR-REC
                 MOVE 'Y' TO WS-CAND-EOF
               ELSE
                 IF CD-IS-IN-PIPELINE OF CANDMSTR-REC
                   DISPLAY "         STILL IN PIPELINE - CANDIDATE "
                           CD-SEQ OF CANDMSTR-REC " "
                           CD-LNM OF CANDMSTR-REC (1:20)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      * ================================================================
      * DECLINE-CAND-PARA
      * ================================================================
       DECLINE-CAND-PARA.
           PERFORM READ-CAND-PARA.
           IF TRAN-APPLIED
               AND NOT CD-IS-IN-PIPELINE OF CANDMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'CANDIDATE NOT IN THE PIPELINE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-APPLIED
             MOVE CD-DECISION-DATE OF CANDTRAN-REC TO WS-DATE-IN
             PERFORM DEFAULT-DATE-PARA
             IF DATE-IS-INVALID
               SET TRAN-REJECTED TO TRUE
               MOVE 'DECISION DATE NOT A REAL DATE'
                    TO WS-REJECT-REASON
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE 'D' TO CD-STATUS OF CANDMSTR-REC
             MOVE WS-DATE-IN TO CD-DECISION-DATE OF CANDMSTR-REC
             PERFORM REWRITE-CAND-PARA
           END-IF.

      * ================================================================
      * READ-OPEN-REQ-PARA
      * ================================================================
       READ-OPEN-REQ-PARA.
           MOVE CD-REQ-NUMBER OF CANDTRAN-REC
                TO RQ-NUMBER OF REQMSTR-REC.
           READ REQMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REQUISITION NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF TRAN-APPLIED AND NOT RQ-IS-OPEN OF REQMSTR-REC
             SET TRAN-REJECTED TO TRUE
             MOVE 'REQUISITION NOT OPEN' TO WS-REJECT-REASON
           END-IF.

      * ================================================================
      * READ-CAND-PARA
      * ================================================================
       READ-CAND-PARA.
           MOVE CD-KEY OF CANDTRAN-REC TO CD-KEY OF CANDMSTR-REC.
           READ CANDMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'CANDIDATE NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

      * ================================================================
      * REWRITE-CAND-PARA
      * ================================================================
       REWRITE-CAND-PARA.
           REWRITE CANDMSTR-REC
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      * ================================================================
      * DEFAULT-DATE-PARA
      * Today when the transaction carries no date.
      * ================================================================
       DEFAULT-DATE-PARA.
           IF WS-DATE-IN NOT NUMERIC OR WS-DATE-IN = ZERO
             MOVE WS-TODAY TO WS-DATE-IN
           END-IF.
           PERFORM CHECK-DATE-PARA.

      * ================================================================
      * CHECK-DATE-PARA
      * ================================================================
       CHECK-DATE-PARA.
           SET DATE-IS-VALID TO TRUE.
           IF WS-DATE-IN NOT NUMERIC
             SET DATE-IS-INVALID TO TRUE
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-IN) NOT = 0
               SET DATE-IS-INVALID TO TRUE
             END-IF
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " REQUISITION "
                     CD-REQ-NUMBER OF CANDTRAN-REC " CANDIDATE "
                     CD-SEQ OF CANDTRAN-REC
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " REQUISITION "
                     CD-REQ-NUMBER OF CANDTRAN-REC " CANDIDATE "
                     CD-SEQ OF CANDTRAN-REC " - " WS-REJECT-REASON
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE CANDTRAN.
           CLOSE CANDMSTR.
           CLOSE REQMSTR.
           CLOSE EMPLOYEE.
           DISPLAY "----------------------------------------------".
           DISPLAY "CANDMNT: " WS-TRAN-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECT-COUNT " REJECTED".
           DISPLAY "CANDMNT: " WS-HIRE-NOW-COUNT " HIRE(S) QUEUED FOR "
                   "EMPMAINT, " WS-HIRE-PEND-COUNT " PENDING A LATER "
                   "START DATE".
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
