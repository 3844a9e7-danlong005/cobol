      * employee already has a compensation record, so the comp
      * cycle can re-run its load as rates are corrected.  Salary
      * never touches the employee master or its layout.
      *
      * Every incoming CMP-GRADE is validated against the grade
      * reference file (./graderef.dta, copybooks/GRADEREF-REC.cob)
      * the way EMPLOAD validates EMPDPT against deptref.dta - a
      * grade not on file, or closed, is rejected and not stored.
      * A missing reference file leaves the check off.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLOAD.
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-EMPID OF COMPMSTR-REC
              FILE STATUS IS WS-COMP-STATUS.
      *
              SELECT GRADEREF ASSIGN TO './graderef.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRADEREF-STATUS.
      *
              SELECT RUNLOG ASSIGN TO './runlog.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
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
              SELECT IFLEDGER ASSIGN TO './ifledger.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
           FD COMPMSTR.
           01 COMPMSTR-REC.
              COPY "COMP-REC.cob".
      *
           FD GRADEREF.
           01 GRADEREF-REC.
              COPY "GRADEREF-REC.cob".
      *
           FD RUNLOG.
           01 RUNLOG-REC.
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
           FD IFLEDGER.
           01 IFLEDGER-REC.
           01 WS-READ-COUNT   PIC        9(5) VALUE ZERO.
           01 WS-ADD-COUNT    PIC        9(5) VALUE ZERO.
           01 WS-UPDATE-COUNT PIC        9(5) VALUE ZERO.
           01 WS-BADGRADE-COUNT PIC      9(5) VALUE ZERO.
      *
      * Grade reference table, loaded from ./graderef.dta.  An
      * empty table leaves the grade check off.
           01 WS-GRADEREF-STATUS PIC     X(2).
              88 WS-GRADEREF-OK      VALUE '00'.
           01 WS-GRADE-TBL.
              05 WS-GRADE-ENTRY OCCURS 20 TIMES.
                 10 WS-GRADE-CODE     PIC  X(2).
                 10 WS-GRADE-ACTIVE   PIC  X(1).
           01 WS-GRADE-COUNT  PIC        9(2) VALUE ZERO.
           01 WS-GRADE-IDX    PIC        9(2) VALUE ZERO.
           01 WS-GRADE-FOUND-SW PIC      X(1).
              88 GRADE-WAS-FOUND     VALUE 'Y'.
              88 GRADE-NOT-FOUND     VALUE 'N'.
      *
      * Run-statistics / audit log, appended to by WRITE-RUNLOG-PARA
      * at the end of every run.
             CLOSE COMPMSTR
             OPEN I-O COMPMSTR
           END-IF.
           PERFORM LOAD-GRADEREF-PARA.

      * ================================================================
      * LOAD-GRADEREF-PARA
      * Loads the grade reference file into WS-GRADE-TBL; a missing
      * file leaves the table empty and the check off.
      * ================================================================
       LOAD-GRADEREF-PARA.
           OPEN INPUT GRADEREF.
           IF WS-GRADEREF-OK
             MOVE ' ' TO WS-EXTRACT-EOF
             READ GRADEREF INTO GRADEREF-REC
                  AT END MOVE 'Y' TO WS-EXTRACT-EOF
             END-READ
             PERFORM UNTIL WS-EXTRACT-EOF = 'Y'
                 OR WS-GRADE-COUNT >= 20
               IF GRADEREF-REC (1:1) NOT = '*'
                   AND GRD-CODE NOT = SPACES
                 ADD 1 TO WS-GRADE-COUNT
                 MOVE GRD-CODE TO WS-GRADE-CODE (WS-GRADE-COUNT)
                 MOVE GRD-ACTIVE TO WS-GRADE-ACTIVE (WS-GRADE-COUNT)
               END-IF
               READ GRADEREF INTO GRADEREF-REC
                    AT END MOVE 'Y' TO WS-EXTRACT-EOF
               END-READ
             END-PERFORM
             CLOSE GRADEREF
           ELSE
             DISPLAY "COMPLOAD: NO GRADE REFERENCE FILE - "
                     "GRADE CHECK SKIPPED"
           END-IF.

      * ================================================================
      * PROCESS-PARA
           END-READ.
           PERFORM UNTIL WS-EXTRACT-EOF = 'Y'
             ADD 1 TO WS-READ-COUNT
             SET GRADE-WAS-FOUND TO TRUE
             IF WS-GRADE-COUNT > 0
               PERFORM CHECK-GRADE-PARA
             END-IF
             IF GRADE-NOT-FOUND
               ADD 1 TO WS-BADGRADE-COUNT
               DISPLAY "COMPLOAD: REJECTED EMPID "
                       CMP-EMPID OF COMPEXTRACT-REC " - GRADE '"
                       CMP-GRADE OF COMPEXTRACT-REC
                       "' NOT ON FILE OR CLOSED"
             ELSE
               PERFORM STORE-ONE-COMP-PARA
             END-IF

             READ COMPEXTRACT INTO COMPEXTRACT-REC
                  AT END MOVE 'Y' TO WS-EXTRACT-EOF
             END-READ
           END-PERFORM.

      * ================================================================
      * STORE-ONE-COMP-PARA
      * WRITE for a new EMPID, REWRITE for one already on file.
      * ================================================================
       STORE-ONE-COMP-PARA.
           MOVE COMPEXTRACT-REC TO COMPMSTR-REC.
           WRITE COMPMSTR-REC
               INVALID KEY
                 REWRITE COMPMSTR-REC
                     INVALID KEY
                       DISPLAY "COMPLOAD: *** CANNOT STORE "
                               "EMPID "
                               CMP-EMPID OF COMPEXTRACT-REC
                               " - STATUS " WS-COMP-STATUS
                               " ***"
                     NOT INVALID KEY
                       ADD 1 TO WS-UPDATE-COUNT
                 END-REWRITE
               NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
           END-WRITE.

      * ================================================================
      * CHECK-GRADE-PARA
      * Looks the record's CMP-GRADE up in the reference table; only
      * an active code passes.
      * ================================================================
       CHECK-GRADE-PARA.
           SET GRADE-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-GRADE-PARA
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
                  OR GRADE-WAS-FOUND.

      * ================================================================
      * CHECK-ONE-GRADE-PARA
      * ================================================================
       CHECK-ONE-GRADE-PARA.
           IF WS-GRADE-CODE (WS-GRADE-IDX)
                 = CMP-GRADE OF COMPEXTRACT-REC
               AND WS-GRADE-ACTIVE (WS-GRADE-IDX) = 'Y'
             SET GRADE-WAS-FOUND TO TRUE
           END-IF.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
           CLOSE COMPMSTR.
           DISPLAY "COMPLOAD: " WS-READ-COUNT " RECORD(S) READ, "
                   WS-ADD-COUNT " ADDED, "
                   WS-UPDATE-COUNT " UPDATED, "
                   WS-BADGRADE-COUNT " REJECTED FOR GRADE".
           MOVE 'COMPLOAD' TO WS-IFL-INTERFACE.
           MOVE 'I' TO WS-IFL-DIRECTION.
           MOVE 'HRSYSTEM' TO WS-IFL-COUNTERPARTY.
           MOVE ZERO TO WS-IFL-HASH.
           PERFORM WRITE-IFLEDGER-PARA.
           MOVE WS-READ-COUNT TO WS-RUNLOG-READ-TOTAL.
           MOVE WS-BADGRADE-COUNT TO WS-RUNLOG-REJECT-TOTAL.
           PERFORM WRITE-RUNLOG-PARA.
           IF WS-READ-COUNT = ZERO OR WS-BADGRADE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
