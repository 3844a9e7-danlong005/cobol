      *
      * CHECK never escalates an ESCALATE alert - yesterday's unworked
      * escalation must not breed another every morning.
      *
      * Every function signs on through the shared CHECK-SIGNON-PARA
      * - class R to look, class U to ACK.  At the terminal the
      * operator keys the password; CHECK, which the morning chain
      * runs unattended, takes the scheduler's ./signon.cred
      * instead.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTWB.
              SELECT ESCPARM ASSIGN TO './alertesc.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESCPARM-STATUS.
      *
              SELECT SIGNON ASSIGN TO './signon.parm'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-SIGNON-STATUS.
      *
              SELECT OPERFILE ASSIGN TO './operator.dta'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SG-OPER-STATUS.
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
       DATA DIVISION.
           FILE SECTION.
           FD ESCPARM.
           01 ESCPARM-REC.
              05 ESC-HOURS    PIC        9(3).
      *
           FD SIGNON.
           01 SIGNON-REC.
              COPY "SIGNON-REC.cob".
      *
           FD OPERFILE.
           01 OPERFILE-REC.
              COPY "OPER-REC.cob".
      *
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
           WORKING-STORAGE SECTION.
           01 WS-ALERT-EOF    PIC        A(1).
           01 WS-ALERT-MAX-SEV      PIC 9(1) VALUE ZERO.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'ALERTWB'.
      *
       COPY "SIGNON_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
               MOVE WS-CMDLINE (WS-NOTE-PTR:) TO WS-ACK-NOTE
             END-IF
           END-IF.
           IF WS-CMD-PARM = 'ACK'
             MOVE 'U' TO SG-NEED-CLASS
           ELSE
             MOVE 'R' TO SG-NEED-CLASS
           END-IF.
           IF WS-CMD-PARM NOT = 'CHECK'
             SET SG-INTERACTIVE TO TRUE
           END-IF.
           PERFORM CHECK-SIGNON-PARA.
           IF WS-CMD-PARM = 'CHECK'
             PERFORM READ-ESCPARM-PARA
           END-IF.
      * COPY IN SHARED ALERT WRITER
      * ================================================================
       COPY "ALERT_PARA.cob".
      * ================================================================
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
