      *================================================================
      * BENTIER
      * Coverage-tier mismatch report - every benefit election on
      * ./benelect.dat re-derived against the dependents file as it
      * stands today, on the DEPCOVER pattern.  BENMAINT derives the
      * tier when the election is keyed, but DEPMAINT can later
      * delete a covered dependent or change a relationship code,
      * and the employee then pays for a tier the dependent list
      * no longer supports (or gets a tier it no longer pays for).
      *
      * Each election's covered list is run back through the tier
      * derivation (copybooks/TIERCALC_PARA.cob).  An election is
      * listed when the tier it carries is not the tier its
      * dependents now make, or when a dependent it covers is no
      * longer on ./depmstr.dat.  The fix is a BENMAINT change
      * transaction, which re-derives the tier.  RC 4 when anything
      * is listed.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENTIER.
      *
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BENEMSTR ASSIGN TO './benelect.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
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
              SELECT LOCKFILE ASSIGN TO './empmstr.lck'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ML-LOCK-STATUS.
      *
              SELECT RPTFILE ASSIGN DYNAMIC RP-FNAME
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT RPTCAT ASSIGN TO './rptcatlg.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
           FILE SECTION.
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
           FD LOCKFILE.
           01 LOCKFILE-REC.
              COPY "LOCK-REC.cob".
      *
           FD RPTFILE.
           01 RPT-LINE         PIC      X(132).
      *
           FD RPTCAT.
           01 RPTCAT-REC.
              COPY "RPTCAT-REC.cob".
      *
           WORKING-STORAGE SECTION.
           01 WS-BEN-EOF      PIC        A(1).
           01 WS-BEN-STATUS   PIC        X(2).
              88 WS-BEN-OK           VALUE '00'.
           01 WS-EMP-STATUS   PIC        X(2).
              88 WS-EMP-OK           VALUE '00'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'BENTIER'.
      *
           01 WS-ELECT-COUNT  PIC        9(5) VALUE ZERO.
           01 WS-FLAG-COUNT   PIC        9(5) VALUE ZERO.
      *
           01 WS-FLAG-TEXT    PIC       X(40).
      *
       COPY "RPTFILE_DEF.cob".
      *
       COPY "MSTRLOCK_DEF.cob".
      *
       COPY "TIERCALC_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-PARA.
           PERFORM PROCESS-PARA.
           PERFORM TERMINATE-PARA.

      * ================================================================
      * INITIALIZE-PARA
      * ================================================================
       INITIALIZE-PARA.
           PERFORM GUARD-MASTER-LOCK-PARA.
           OPEN INPUT BENEMSTR.
           IF NOT WS-BEN-OK
             DISPLAY "BENTIER: *** NO ELECTIONS FILE - RUN "
                     "BENMAINT FIRST ***"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE.
           IF NOT WS-EMP-OK
             DISPLAY "BENTIER: *** CANNOT OPEN EMPMSTR.DAT - "
                     "STATUS " WS-EMP-STATUS " ***"
             CLOSE BENEMSTR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-TIER-PARA.
           MOVE SPACES TO RP-FNAME.
           STRING './bentier_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
                  INTO RP-FNAME
           END-STRING.
           MOVE 'BENTIER - COVERAGE TIER MISMATCHES' TO RP-TITLE.
           MOVE 'EMPID LAST NAME            PLAN OPTION ELECTED NOW'
                TO RP-COLHDG.
           MOVE 'PROBLEM' TO RP-COLHDG (53:7).
           MOVE FUNCTION CURRENT-DATE (1:8) TO RP-ASOF-DATE.
           PERFORM OPEN-REPORT-PARA.

      * ================================================================
      * PROCESS-PARA
      * ================================================================
       PROCESS-PARA.
           MOVE ' ' TO WS-BEN-EOF.
           READ BENEMSTR
                AT END MOVE 'Y' TO WS-BEN-EOF
           END-READ.
           PERFORM UNTIL WS-BEN-EOF = 'Y'
             ADD 1 TO WS-ELECT-COUNT
             PERFORM CHECK-ONE-ELECTION-PARA
             READ BENEMSTR
                  AT END MOVE 'Y' TO WS-BEN-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * CHECK-ONE-ELECTION-PARA
      * The tier the covered dependents make today, against the
      * tier the election carries.
      * ================================================================
       CHECK-ONE-ELECTION-PARA.
           MOVE BE-EMPID OF BENEMSTR-REC TO TC-EMPID.
           MOVE BE-COVERED OF BENEMSTR-REC TO TC-COVERED.
           PERFORM DERIVE-TIER-PARA.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
             WHEN TC-MISSING-COUNT > ZERO
               STRING 'COVERED DEPENDENT ' DELIMITED BY SIZE
                      TC-MISSING-SEQ DELIMITED BY SIZE
                      ' NO LONGER ON FILE' DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT
               END-STRING
             WHEN TC-TIER NOT = BE-TIER OF BENEMSTR-REC
               MOVE 'TIER NO LONGER MATCHES DEPENDENTS'
                    TO WS-FLAG-TEXT
           END-EVALUATE.
           IF WS-FLAG-TEXT NOT = SPACES
             PERFORM REPORT-ONE-MISMATCH-PARA
           END-IF.

      * ================================================================
      * REPORT-ONE-MISMATCH-PARA
      * ================================================================
       REPORT-ONE-MISMATCH-PARA.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE BE-EMPID OF BENEMSTR-REC TO EMPID OF EMPLOYEE-FILE.
           READ EMPLOYEE
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO EMPLNM OF EMPLOYEE-FILE
           END-READ.
           MOVE SPACES TO RP-DETAIL.
           MOVE BE-EMPID OF BENEMSTR-REC TO RP-DETAIL (1:5).
           MOVE EMPLNM OF EMPLOYEE-FILE (1:20) TO RP-DETAIL (7:20).
           MOVE BE-PLAN OF BENEMSTR-REC TO RP-DETAIL (28:3).
           MOVE BE-OPTION OF BENEMSTR-REC TO RP-DETAIL (33:6).
           MOVE BE-TIER OF BENEMSTR-REC TO RP-DETAIL (40:2).
           MOVE TC-TIER TO RP-DETAIL (48:2).
           MOVE WS-FLAG-TEXT TO RP-DETAIL (53:40).
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
       TERMINATE-PARA.
           CLOSE BENEMSTR.
           CLOSE EMPLOYEE.
           PERFORM CLOSE-TIER-PARA.
           MOVE ALL '-' TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.
           MOVE SPACES TO RP-DETAIL.
           STRING WS-ELECT-COUNT DELIMITED BY SIZE
                  ' ELECTION(S) CHECKED, ' DELIMITED BY SIZE
                  WS-FLAG-COUNT DELIMITED BY SIZE
                  ' MISMATCHED' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           PERFORM CLOSE-REPORT-PARA.
           DISPLAY "BENTIER: " WS-ELECT-COUNT " ELECTION(S), "
                   WS-FLAG-COUNT " MISMATCHED".
           IF WS-FLAG-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ================================================================
      * COPY IN SHARED PRINT-FILE WRITER
      * ================================================================
       COPY "RPTFILE_PARA.cob".
      * ================================================================
      * COPY IN MASTER LOCK PROTOCOL
      * ================================================================
       COPY "MSTRLOCK_PARA.cob".
      * ================================================================
      * COPY IN COVERAGE-TIER DERIVATION
      * ================================================================
       COPY "TIERCALC_PARA.cob".
