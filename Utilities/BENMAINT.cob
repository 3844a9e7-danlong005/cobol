      *================================================================
      * BENMAINT
      * Transaction-driven load and maintenance of the benefit
      * elections companion file (./benelect.dat, copybooks/
      * BENELECT-REC.cob), on the DEPMAINT pattern.  BENELIG tells
      * the carrier who became eligible; this keeps what each
      * employee then elected, and for whom.  Reads an action-coded
      * transaction file (./benetran.dta) - one transaction per
      * line, an action byte followed by the BENELECT-REC layout -
      * and applies each with a keyed WRITE/REWRITE/DELETE on the
      * EMPID+plan key:
      *
      *    A  add     - WRITE a new election (rejected if the
      *                 employee already has one for that plan)
      *    C  change  - REWRITE, replacing only the fields the
      *                 transaction carries; a covered list that is
      *                 carried replaces the whole list, and '00' in
      *                 the first slot drops every dependent
      *    D  delete  - drop the election
      *
      * The tier is never taken from the transaction.  It is
      * derived from the covered dependents' relationship codes on
      * ./depmstr.dat (copybooks/TIERCALC_PARA.cob) every time an
      * election is written, and every covered dependent must be on
      * file under the same EMPID.  The EMPID must be on empmstr.dat
      * (ACTIVE or on leave for an add), the effective date must be
      * a real date, and the plan, option, and derived tier must
      * carry a rate on ./planrate.parm.  Rejects go to
      * ./benesusp.dta with REJECT-REC reason codes.  RC 8 with no
      * rate table to check against.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMAINT.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BENETRAN ASSIGN TO './benetran.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
      *
              SELECT BENEMSTR ASSIGN TO './benelect.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BE-KEY OF BENEMSTR-REC
              FILE STATUS IS WS-BEN-STATUS.
      *
              SELECT DEPMSTR ASSIGN TO './depmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DEP-KEY OF DEPMSTR-REC
              FILE STATUS IS TC-DEP-STATUS.
      *
              SELECT EMPLOYEE ASSIGN TO './empmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPID OF EMPLOYEE-FILE
              ALTERNATE RECORD KEY IS EMPLNM OF EMPLOYEE-FILE
                  WITH DUPLICATES
              FILE STATUS IS WS-EMP-STATUS.
      *
              SELECT RATEPARM ASSIGN TO './planrate.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
      *
              SELECT BENESUSP ASSIGN TO './benesusp.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
           FD BENETRAN.
           01 BENETRAN-REC.
              05 TRN-ACTION   PIC        X(1).
                 88 TRN-IS-ADD        VALUE 'A'.
                 88 TRN-IS-CHANGE     VALUE 'C'.
                 88 TRN-IS-DELETE     VALUE 'D'.
              COPY "BENELECT-REC.cob".
      *
           FD BENEMSTR.
           01 BENEMSTR-REC.
              COPY "BENELECT-REC.cob".
      *
           FD DEPMSTR.
           01 DEPMSTR-REC.
              COPY "DEPEND-REC.cob".
      *
           FD EMPLOYEE.
           01 EMPLOYEE-FILE.
              COPY "EMPLOYEE-REC.cob".
      *
           FD RATEPARM.
           01 RATEPARM-REC.
              COPY "PLANRATE-REC.cob".
      *
           FD BENESUSP.
           01 BENESUSP-REC.
              COPY "BENELECT-REC.cob".
              COPY "REJECT-REC.cob".
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
           01 WS-RATE-EOF     PIC        A(1).
           01 WS-TRAN-STATUS  PIC        X(2).
              88 WS-TRAN-OK          VALUE '00'.
           01 WS-BEN-STATUS   PIC        X(2).
              88 WS-BEN-OK           VALUE '00'.
              88 WS-BEN-MISSING      VALUE '35'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
           01 WS-RATE-STATUS  PIC        X(2).
              88 WS-RATE-OK          VALUE '00'.
      *
           01 WS-TRAN-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC       9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC        9(5) VALUE ZERO.
      *
      * One applied/rejected switch per transaction.
           01 WS-APPLY-SW     PIC        X(1).
              88 TRAN-APPLIED        VALUE 'A'.
              88 TRAN-REJECTED       VALUE 'R'.
      *
      * First failure captured for the suspense file's reason-code
      * suffix (copybooks/REJECT-REC.cob).
           01 WS-REJ-CODE     PIC        X(4).
           01 WS-REJ-FIELD    PIC        X(8).
           01 WS-REJ-MSG      PIC        X(30).
      *
      * The plan rate table - which plan/option/tier combinations
      * exist.
           01 WS-RATE-TBL.
              05 WS-RATE-ENTRY OCCURS 200 TIMES.
                 10 WS-RATE-PLAN      PIC  X(3).
                 10 WS-RATE-OPTION    PIC  X(6).
                 10 WS-RATE-TIER      PIC  X(2).
           01 WS-RATE-COUNT   PIC        9(3) VALUE ZERO.
           01 WS-RATE-IDX     PIC        9(3) VALUE ZERO.
           01 WS-RATE-SLOT    PIC        9(3) VALUE ZERO.
      *
      * The election as it will stand once the transaction is
      * applied.
           01 WS-ELECTION.
              COPY "BENELECT-REC.cob".
      *
           01 WS-DATE-CHECK   PIC        9(8).
           01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
              05 WS-CHECK-Y   PIC        9(4).
              05 WS-CHECK-M   PIC        9(2).
              05 WS-CHECK-D   PIC        9(2).
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
           01 WS-PROGRAM-NAME       PIC X(20) VALUE 'BENMAINT'.
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
       COPY "TIERCALC_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-RUNLOG-START-SECS.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * Opens the elections file for update, creating it on the
      * spot the first time benefits loads their elections in.
      * ================================================================
       INITIALIZE-PARA.
           PERFORM LOAD-RATES-PARA.
           OPEN INPUT BENETRAN.
           IF NOT WS-TRAN-OK
             DISPLAY "BENMAINT: *** CANNOT OPEN BENETRAN.DTA - "
                     "STATUS " WS-TRAN-STATUS " ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O BENEMSTR.
           IF WS-BEN-MISSING
             OPEN OUTPUT BENEMSTR
             CLOSE BENEMSTR
             OPEN I-O BENEMSTR
           END-IF.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "BENMAINT: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE BENETRAN
             CLOSE BENEMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-TIER-PARA.
           OPEN OUTPUT BENESUSP.
           DISPLAY "BENMAINT - BENEFIT ELECTIONS MAINTENANCE".
           DISPLAY "----------------------------------------------".

      * ================================================================
      * LOAD-RATES-PARA
      * Every election is checked against the rate table, so with
      * no table nothing can be applied.
      * ================================================================
       LOAD-RATES-PARA.
           OPEN INPUT RATEPARM.
           IF NOT WS-RATE-OK
             DISPLAY "BENMAINT: *** NO PLANRATE.PARM ON HAND - "
                     "RUN ENDED, NOTHING APPLIED ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ' ' TO WS-RATE-EOF.
           READ RATEPARM INTO RATEPARM-REC
                AT END MOVE 'Y' TO WS-RATE-EOF
           END-READ.
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               OR WS-RATE-COUNT >= 200
             IF RATEPARM-REC (1:1) NOT = '*'
                 AND PR-PLAN NOT = SPACES
               ADD 1 TO WS-RATE-COUNT
               MOVE PR-PLAN TO WS-RATE-PLAN (WS-RATE-COUNT)
               MOVE PR-OPTION TO WS-RATE-OPTION (WS-RATE-COUNT)
               MOVE PR-TIER TO WS-RATE-TIER (WS-RATE-COUNT)
             END-IF
             READ RATEPARM INTO RATEPARM-REC
                  AT END MOVE 'Y' TO WS-RATE-EOF
             END-READ
           END-PERFORM.
           CLOSE RATEPARM.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-TRAN-EOF.
           READ BENETRAN INTO BENETRAN-REC
                AT END MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             ADD 1 TO WS-TRAN-COUNT
             PERFORM APPLY-ONE-TRAN-PARA
             PERFORM REPORT-ONE-TRAN-PARA

             READ BENETRAN INTO BENETRAN-REC
                  AT END MOVE 'Y' TO WS-TRAN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * APPLY-ONE-TRAN-PARA
      * ================================================================
       APPLY-ONE-TRAN-PARA.
           SET TRAN-APPLIED TO TRUE.
           MOVE SPACES TO WS-REJ-CODE WS-REJ-FIELD WS-REJ-MSG.
           MOVE SPACES TO WS-ELECTION.
           EVALUATE TRUE
             WHEN TRN-IS-ADD
               PERFORM ADD-ELECTION-PARA
             WHEN TRN-IS-CHANGE
               PERFORM CHANGE-ELECTION-PARA
             WHEN TRN-IS-DELETE
               PERFORM DELETE-ELECTION-PARA
             WHEN OTHER
               SET TRAN-REJECTED TO TRUE
               MOVE 'C004' TO WS-REJ-CODE
               MOVE 'ACTION' TO WS-REJ-FIELD
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-MSG
           END-EVALUATE.

      * ================================================================
      * ADD-ELECTION-PARA
      * A new election carries every field.  The employee must be
      * on the master and still working - a terminated employee
      * elects nothing.
      * ================================================================
       ADD-ELECTION-PARA.
           MOVE BE-EMPID OF BENETRAN-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'C001' TO WS-REJ-CODE
                 MOVE 'BEEMPID' TO WS-REJ-FIELD
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
               AND NOT EMP-ACTIVE OF EMPLOYEE-FILE
               AND NOT EMP-ON-LEAVE OF EMPLOYEE-FILE
             SET TRAN-REJECTED TO TRUE
             MOVE 'C002' TO WS-REJ-CODE
             MOVE 'EMPSTAT' TO WS-REJ-FIELD
             MOVE 'EMPLOYEE NOT ACTIVE OR ON LEAVE' TO WS-REJ-MSG
           END-IF.
           IF TRAN-APPLIED
             MOVE BE-KEY OF BENETRAN-REC TO BE-KEY OF WS-ELECTION
             MOVE BE-OPTION OF BENETRAN-REC
                  TO BE-OPTION OF WS-ELECTION
             MOVE BE-EFF-DATE OF BENETRAN-REC
                  TO BE-EFF-DATE OF WS-ELECTION
             MOVE BE-COVERED OF BENETRAN-REC
                  TO BE-COVERED OF WS-ELECTION
             PERFORM VALIDATE-ELECTION-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE WS-ELECTION TO BENEMSTR-REC
             WRITE BENEMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'B003' TO WS-REJ-CODE
                   MOVE 'BEKEY' TO WS-REJ-FIELD
                   MOVE 'ELECTION ALREADY ON FILE' TO WS-REJ-MSG
             END-WRITE
           END-IF.

      * ================================================================
      * CHANGE-ELECTION-PARA
      * The election on file, overlaid with whatever the
      * transaction carries, then edited whole - a dependent
      * dropped from the list changes the tier and the tier must
      * still have a rate.
      * ================================================================
       CHANGE-ELECTION-PARA.
           MOVE BE-KEY OF BENETRAN-REC TO BE-KEY OF BENEMSTR-REC.
           READ BENEMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'B003' TO WS-REJ-CODE
                 MOVE 'BEKEY' TO WS-REJ-FIELD
                 MOVE 'NO ELECTION ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE BENEMSTR-REC TO WS-ELECTION
             IF BE-OPTION OF BENETRAN-REC NOT = SPACES
               MOVE BE-OPTION OF BENETRAN-REC
                    TO BE-OPTION OF WS-ELECTION
             END-IF
             IF BE-EFF-DATE OF BENETRAN-REC NOT = SPACES
               MOVE BE-EFF-DATE OF BENETRAN-REC
                    TO BE-EFF-DATE OF WS-ELECTION
             END-IF
             IF BE-COVERED OF BENETRAN-REC NOT = SPACES
               MOVE BE-COVERED OF BENETRAN-REC
                    TO BE-COVERED OF WS-ELECTION
             END-IF
             PERFORM VALIDATE-ELECTION-PARA
           END-IF.
           IF TRAN-APPLIED
             MOVE WS-ELECTION TO BENEMSTR-REC
             REWRITE BENEMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'B003' TO WS-REJ-CODE
                   MOVE 'BEKEY' TO WS-REJ-FIELD
                   MOVE 'REWRITE FAILED' TO WS-REJ-MSG
             END-REWRITE
           END-IF.

      * ================================================================
      * VALIDATE-ELECTION-PARA
      * The effective date, the covered dependents (deriving the
      * tier as it goes), and the rate.  Only the first failing
      * check records its reason.
      * ================================================================
       VALIDATE-ELECTION-PARA.
           IF BE-EFF-DATE OF WS-ELECTION NOT NUMERIC
             SET TRAN-REJECTED TO TRUE
           ELSE
             MOVE BE-EFF-DATE OF WS-ELECTION TO WS-DATE-CHECK
             IF WS-CHECK-Y < 1900
                 OR WS-CHECK-M < 01 OR WS-CHECK-M > 12
                 OR WS-CHECK-D < 01 OR WS-CHECK-D > 31
               SET TRAN-REJECTED TO TRUE
             END-IF
           END-IF.
           IF TRAN-REJECTED
             MOVE 'B004' TO WS-REJ-CODE
             MOVE 'BEEFFDT' TO WS-REJ-FIELD
             MOVE 'EFFECTIVE DATE NOT A DATE' TO WS-REJ-MSG
           END-IF.
           IF TRAN-APPLIED
             MOVE BE-EMPID OF WS-ELECTION TO TC-EMPID
             MOVE BE-COVERED OF WS-ELECTION TO TC-COVERED
             PERFORM DERIVE-TIER-PARA
             MOVE TC-TIER TO BE-TIER OF WS-ELECTION
             IF TC-MISSING-COUNT > ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'B002' TO WS-REJ-CODE
               MOVE 'BECOVER' TO WS-REJ-FIELD
               MOVE SPACES TO WS-REJ-MSG
               STRING 'DEPENDENT ' DELIMITED BY SIZE
                      TC-MISSING-SEQ DELIMITED BY SIZE
                      ' NOT ON DEPMSTR' DELIMITED BY SIZE
                      INTO WS-REJ-MSG
               END-STRING
             END-IF
           END-IF.
           IF TRAN-APPLIED
             MOVE ZERO TO WS-RATE-SLOT
             PERFORM FIND-RATE-PARA
                 VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
                    OR WS-RATE-SLOT > 0
             IF WS-RATE-SLOT = ZERO
               SET TRAN-REJECTED TO TRUE
               MOVE 'B001' TO WS-REJ-CODE
               MOVE 'BEOPTION' TO WS-REJ-FIELD
               MOVE SPACES TO WS-REJ-MSG
               STRING 'NO RATE FOR ' DELIMITED BY SIZE
                      BE-PLAN OF WS-ELECTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BE-OPTION OF WS-ELECTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BE-TIER OF WS-ELECTION DELIMITED BY SIZE
                      INTO WS-REJ-MSG
               END-STRING
             END-IF
           END-IF.

      * ================================================================
      * FIND-RATE-PARA
      * ================================================================
       FIND-RATE-PARA.
           IF WS-RATE-PLAN (WS-RATE-IDX) = BE-PLAN OF WS-ELECTION
               AND WS-RATE-OPTION (WS-RATE-IDX)
                   = BE-OPTION OF WS-ELECTION
               AND WS-RATE-TIER (WS-RATE-IDX) = BE-TIER OF WS-ELECTION
             MOVE WS-RATE-IDX TO WS-RATE-SLOT
           END-IF.

      * ================================================================
      * DELETE-ELECTION-PARA
      * ================================================================
       DELETE-ELECTION-PARA.
           MOVE BE-KEY OF BENETRAN-REC TO BE-KEY OF BENEMSTR-REC.
           READ BENEMSTR
               INVALID KEY
                 SET TRAN-REJECTED TO TRUE
                 MOVE 'B003' TO WS-REJ-CODE
                 MOVE 'BEKEY' TO WS-REJ-FIELD
                 MOVE 'NO ELECTION ON FILE' TO WS-REJ-MSG
           END-READ.
           IF TRAN-APPLIED
             MOVE BENEMSTR-REC TO WS-ELECTION
             DELETE BENEMSTR RECORD
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
                   MOVE 'B003' TO WS-REJ-CODE
                   MOVE 'BEKEY' TO WS-REJ-FIELD
                   MOVE 'NO ELECTION ON FILE' TO WS-REJ-MSG
             END-DELETE
           END-IF.

      * ================================================================
      * REPORT-ONE-TRAN-PARA
      * ================================================================
       REPORT-ONE-TRAN-PARA.
           IF TRAN-APPLIED
             ADD 1 TO WS-APPLIED-COUNT
             DISPLAY "APPLIED  " TRN-ACTION " EMPID "
                     BE-EMPID OF BENETRAN-REC " PLAN "
                     BE-PLAN OF BENETRAN-REC " TIER "
                     BE-TIER OF WS-ELECTION
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             DISPLAY "REJECTED " TRN-ACTION " EMPID "
                     BE-EMPID OF BENETRAN-REC " PLAN "
                     BE-PLAN OF BENETRAN-REC " ("
                     WS-REJ-CODE ") " WS-REJ-MSG
             MOVE BE-KEY OF BENETRAN-REC
                  TO BE-KEY OF BENESUSP-REC
             MOVE BE-OPTION OF BENETRAN-REC
                  TO BE-OPTION OF BENESUSP-REC
             MOVE BE-TIER OF BENETRAN-REC
                  TO BE-TIER OF BENESUSP-REC
             MOVE BE-EFF-DATE OF BENETRAN-REC
                  TO BE-EFF-DATE OF BENESUSP-REC
             MOVE BE-COVERED OF BENETRAN-REC
                  TO BE-COVERED OF BENESUSP-REC
             MOVE WS-REJ-CODE TO REJ-ERR-CODE OF BENESUSP-REC
             MOVE WS-REJ-FIELD TO REJ-ERR-FIELD OF BENESUSP-REC
             MOVE WS-REJ-MSG TO REJ-ERR-MSG OF BENESUSP-REC
             WRITE BENESUSP-REC
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE BENETRAN.
           CLOSE BENEMSTR.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-TIER-PARA.
           CLOSE BENESUSP.
           DISPLAY "----------------------------------------------".
           DISPLAY "BENMAINT: " WS-TRAN-COUNT " TRANSACTION(S) "
                   "READ".
           DISPLAY "BENMAINT: " WS-APPLIED-COUNT " APPLIED".
           DISPLAY "BENMAINT: " WS-REJECT-COUNT " REJECTED TO "
                   "BENESUSP.DTA".
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
      * ================================================================
      * COPY IN COVERAGE-TIER DERIVATION
      * ================================================================
       COPY "TIERCALC_PARA.cob".
