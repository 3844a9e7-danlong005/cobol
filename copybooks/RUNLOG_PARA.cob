       WRITE-RUNLOG-PARA.
           OPEN EXTEND RUNLOG.
           MOVE WS-PROGRAM-NAME TO RL-PROGRAM.
           MOVE SPACES TO RL-STEP-DETAIL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME.
           MOVE WS-RUNLOG-READ-TOTAL TO RL-RECORDS-READ.
