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
