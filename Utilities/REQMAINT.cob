      *
      *    O  open    - WRITE a new requisition (status forced to
      *                 open, open date defaulted to today when the
      *                 transaction carries none, the planned grade
      *                 taken as keyed)
      *    F  fill    - the hire landed: status to filled, the
      *                 filled EMPID validated against the employee
      *                 master, filled date defaulted to today -
             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-DEPT-COUNT >= 50
               IF NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                 MOVE DEPT-ACTIVE TO WS-DEPT-ACTIVE (WS-DEPT-COUNT)
               END-IF
               READ DEPTREF INTO DEPTREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
             END-IF
             MOVE ZERO TO RQ-FILLED-EMPID OF REQMSTR-REC
             MOVE ZERO TO RQ-FILLED-DATE OF REQMSTR-REC
             MOVE RQ-PLAN-GRADE OF REQTRAN-REC
                  TO RQ-PLAN-GRADE OF REQMSTR-REC
             WRITE REQMSTR-REC
                 INVALID KEY
                   SET TRAN-REJECTED TO TRUE
