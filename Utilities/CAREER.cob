             END-READ
             PERFORM UNTIL WS-REF-EOF = 'Y'
                 OR WS-DREF-COUNT >= 50
               IF NOT DEPT-IS-DIVISION
                 ADD 1 TO WS-DREF-COUNT
                 MOVE DEPT-CODE TO WS-DREF-CODE (WS-DREF-COUNT)
                 MOVE DEPT-NAME TO WS-DREF-NAME (WS-DREF-COUNT)
               END-IF
               READ DEPTREF INTO DEPTREF-REC
                    AT END MOVE 'Y' TO WS-REF-EOF
               END-READ
