      *    - the employee's dependents on depmstr.dat are flagged
      *      to ./covstop.dta, the coverage-stop list benefits
      *      works;
      *    - every asset still issued to the employee on the
      *      custody file (./assetmstr.dat, copybooks/
      *      ASSET-REC.cob) is listed with its value, so the
      *      laptop and keys are collected before the door;
      *    - a do-not-rehire entry is offered for each terminated
      *      employee not already on the register (./dnrreg.dat):
      *      an add line in the DNRMAINT transaction layout lands
      *      on ./dnroffer.dta with the reason left blank, for a
      *      class A operator to complete and feed to DNRMAINT or
      *      drop - a bar is never set without someone deciding it;
      *    - an offboarding checklist prints per terminated
      *      employee showing each action taken with its date.
      *
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DEP-KEY OF DEPMSTR-REC
              FILE STATUS IS WS-DEP-STATUS.
      *
              SELECT ASSETMSTR ASSIGN TO './assetmstr.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-TAG OF ASSETMSTR-REC
              ALTERNATE RECORD KEY IS AS-EMPID OF ASSETMSTR-REC
                  WITH DUPLICATES
              FILE STATUS IS WS-ASSET-STATUS.
      *
              SELECT STOPPAY ASSIGN TO './stoppay.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT COVSTOP ASSIGN TO './covstop.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT DNRREG ASSIGN TO './dnrreg.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-EMPID OF DNRREG-REC
              ALTERNATE RECORD KEY IS DN-NAME-DOB OF DNRREG-REC
                  WITH DUPLICATES
              FILE STATUS IS DN-REG-STATUS.
      *
              SELECT DNROFFER ASSIGN TO './dnroffer.dta'
              ORGANIZATION IS LINE SEQUENTIAL.
      *
              SELECT AUDIT ASSIGN TO './compaudit.dta'
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
       DATA DIVISION.
           FILE SECTION.
           FD DEPMSTR.
           01 DEPMSTR-REC.
              COPY "DEPEND-REC.cob".
      *
           FD ASSETMSTR.
           01 ASSETMSTR-REC.
              COPY "ASSET-REC.cob".
      *
           FD STOPPAY.
           01 STOPPAY-REC.
              05 CV-SEQ       PIC        9(2).
              05 FILLER       PIC        X(1).
              05 CV-STOP-DATE PIC        9(8).
      *
           FD DNRREG.
           01 DNRREG-REC.
              COPY "DNRREG-REC.cob".
      *
           FD DNROFFER.
           01 DNROFFER-REC.
              05 DO-ACTION    PIC        X(1).
              COPY "DNRREG-REC.cob".
      *
           FD AUDIT.
           01 AUDIT-REC.
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
           01 WS-EVT-EOF      PIC        A(1).
              88 WS-COMP-OK          VALUE '00'.
           01 WS-DEP-STATUS   PIC        X(2).
              88 WS-DEP-OK           VALUE '00'.
           01 WS-ASSET-STATUS PIC        X(2).
              88 WS-ASSET-OK         VALUE '00'.
      *
           01 WS-PROGRAM-NAME PIC       X(20) VALUE 'TERMCASC'.
      *
           01 WS-STOPPAY-COUNT PIC       9(5) VALUE ZERO.
           01 WS-COMP-CLOSED  PIC        9(5) VALUE ZERO.
           01 WS-DEPS-FLAGGED PIC        9(5) VALUE ZERO.
           01 WS-ASSETS-OUT   PIC        9(5) VALUE ZERO.
           01 WS-DNR-OFFERED  PIC        9(5) VALUE ZERO.
      *
           01 WS-COMP-SW      PIC        X(1).
              88 COMP-WAS-CLOSED     VALUE 'Y'.
           01 WS-DEP-FLAG-COUNT PIC      9(2).
           01 WS-DEP-DONE-SW  PIC        X(1).
           01 WS-ASSET-DONE-SW PIC       X(1).
           01 WS-EMP-ASSETS   PIC        9(3).
           01 WS-EMP-ASSET-VALUE PIC     9(7)V99.
           01 WS-VALUE-ED     PIC   Z,ZZZ,ZZ9.99.
      *
      * Audit-trail fields for WRITE-AUDIT-PARA (copybooks/
      * AUDIT_PARA.cob) - the comp close leaves its image pair.
              88 COMP-FILE-OPEN      VALUE 'Y'.
           01 WS-DEP-OPEN-SW  PIC       X(1) VALUE 'N'.
              88 DEP-FILE-OPEN       VALUE 'Y'.
           01 WS-ASSET-OPEN-SW PIC      X(1) VALUE 'N'.
              88 ASSET-FILE-OPEN     VALUE 'Y'.
      *
           01 WS-DELETE-FNAME PIC       X(40).
           01 WS-CBL-RC       PIC      S9(9) COMP-5.
       COPY "RPTFILE_DEF.cob".
      *
       COPY "SIGNON_DEF.cob".
      *
       COPY "DNRCHK_DEF.cob".
      *
       COPY "AUDCHAIN_DEF.cob".
      *
       PROCEDURE DIVISION.
       MAIN.
             DISPLAY "TERMCASC: NO DEPENDENTS FILE - COVERAGE "
                     "FLAGS STAND DOWN"
           END-IF.
           OPEN INPUT ASSETMSTR.
           IF WS-ASSET-OK
             MOVE 'Y' TO WS-ASSET-OPEN-SW
           ELSE
             DISPLAY "TERMCASC: NO ASSET CUSTODY FILE - ASSET "
                     "RECOVERY STANDS DOWN"
           END-IF.
           OPEN EXTEND STOPPAY.
           OPEN EXTEND COVSTOP.
           PERFORM OPEN-DNR-REGISTER-PARA.
           OPEN EXTEND DNROFFER.
           MOVE SPACES TO RP-FNAME.
           STRING './termcasc_' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
           PERFORM CLOSE-COMP-PARA.
           PERFORM WRITE-STOPPAY-PARA.
           PERFORM FLAG-DEPENDENTS-PARA.
           PERFORM LIST-ASSETS-PARA.
           PERFORM OFFER-DNR-PARA.
           MOVE SPACES TO RP-DETAIL.
           PERFORM WRITE-REPORT-LINE-PARA.

           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * LIST-ASSETS-PARA
      * Every asset still issued to the terminated EMPID, one
      * checklist line each, and the value to recover.
      * ================================================================
       LIST-ASSETS-PARA.
           MOVE ZERO TO WS-EMP-ASSETS.
           MOVE ZERO TO WS-EMP-ASSET-VALUE.
           IF ASSET-FILE-OPEN
             MOVE TE-EMPID TO AS-EMPID OF ASSETMSTR-REC
             MOVE ' ' TO WS-ASSET-DONE-SW
             START ASSETMSTR KEY IS EQUAL TO
                 AS-EMPID OF ASSETMSTR-REC
                 INVALID KEY
                   MOVE 'Y' TO WS-ASSET-DONE-SW
             END-START
             IF WS-ASSET-DONE-SW NOT = 'Y'
               READ ASSETMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-ASSET-DONE-SW
               END-READ
             END-IF
             PERFORM UNTIL WS-ASSET-DONE-SW = 'Y'
                 OR AS-EMPID OF ASSETMSTR-REC NOT = TE-EMPID
               IF AS-IS-ISSUED OF ASSETMSTR-REC
                 ADD 1 TO WS-EMP-ASSETS
                 ADD 1 TO WS-ASSETS-OUT
                 ADD AS-VALUE OF ASSETMSTR-REC
                     TO WS-EMP-ASSET-VALUE
                 MOVE AS-VALUE OF ASSETMSTR-REC TO WS-VALUE-ED
                 MOVE SPACES TO RP-DETAIL
                 STRING '   RECOVER ASSET ' DELIMITED BY SIZE
                        AS-TAG OF ASSETMSTR-REC DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        AS-TYPE OF ASSETMSTR-REC DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        AS-DESC OF ASSETMSTR-REC DELIMITED BY SIZE
                        ' ISSUED ' DELIMITED BY SIZE
                        AS-ISSUE-DATE OF ASSETMSTR-REC
                            DELIMITED BY SIZE
                        ' VALUE ' DELIMITED BY SIZE
                        WS-VALUE-ED DELIMITED BY SIZE
                        INTO RP-DETAIL
                 END-STRING
                 PERFORM WRITE-REPORT-LINE-PARA
               END-IF
               READ ASSETMSTR NEXT RECORD
                    AT END MOVE 'Y' TO WS-ASSET-DONE-SW
               END-READ
             END-PERFORM
           END-IF.
           MOVE WS-EMP-ASSET-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO RP-DETAIL.
           STRING '   ASSET(S) OUTSTANDING: ' DELIMITED BY SIZE
                  WS-EMP-ASSETS DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-VALUE-ED DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * OFFER-DNR-PARA
      * Anyone not already barred gets an add line on the offer
      * file, reason blank; DNRMAINT rejects it until a class A
      * operator keys the reason, so nothing is barred by default.
      * ================================================================
       OFFER-DNR-PARA.
           MOVE TE-EMPID TO DN-CHK-EMPID.
           MOVE SPACES TO DN-CHK-LNM DN-CHK-DOB.
           MOVE ZERO TO DN-CHK-DATE.
           PERFORM CHECK-DNR-REGISTER-PARA.
           MOVE SPACES TO RP-DETAIL.
           IF DN-LISTED-EMPID
             STRING '   DO-NOT-REHIRE: ALREADY ON REGISTER ('
                    DELIMITED BY SIZE
                    DN-HIT-REASON DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                    INTO RP-DETAIL
             END-STRING
           ELSE
             MOVE SPACES TO DNROFFER-REC
             MOVE 'A' TO DO-ACTION
             MOVE TE-EMPID TO DN-EMPID OF DNROFFER-REC
             MOVE ZERO TO DN-EXPIRE-DATE OF DNROFFER-REC
             MOVE ZERO TO DN-SET-DATE OF DNROFFER-REC
             WRITE DNROFFER-REC
             ADD 1 TO WS-DNR-OFFERED
             MOVE '   DO-NOT-REHIRE ENTRY OFFERED ON DNROFFER.DTA'
                  TO RP-DETAIL
           END-IF.
           PERFORM WRITE-REPORT-LINE-PARA.

      * ================================================================
      * TERMINATE-PARA
      * ================================================================
           IF DEP-FILE-OPEN
             CLOSE DEPMSTR
           END-IF.
           IF ASSET-FILE-OPEN
             CLOSE ASSETMSTR
           END-IF.
           CLOSE STOPPAY.
           CLOSE COVSTOP.
           PERFORM CLOSE-DNR-REGISTER-PARA.
           CLOSE DNROFFER.
           MOVE './termevnt.dta' TO WS-DELETE-FNAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FNAME
               RETURNING WS-CBL-RC
                  WS-STOPPAY-COUNT DELIMITED BY SIZE
                  ' STOP-PAY(S), ' DELIMITED BY SIZE
                  WS-DEPS-FLAGGED DELIMITED BY SIZE
                  ' DEPENDENT(S), ' DELIMITED BY SIZE
                  WS-ASSETS-OUT DELIMITED BY SIZE
                  ' ASSET(S) TO RECOVER' DELIMITED BY SIZE
                  INTO RP-DETAIL
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PARA.
           DISPLAY "----------------------------------------------".
           DISPLAY "TERMCASC: " WS-EVENT-COUNT " EVENT(S) ON "
                   "FILE, " WS-CASCADED-COUNT " CASCADED".
           IF WS-DNR-OFFERED > 0
             DISPLAY "TERMCASC: " WS-DNR-OFFERED " DO-NOT-REHIRE "
                     "ENTRY(IES) OFFERED ON DNROFFER.DTA"
           END-IF.
           IF WS-CASCADED-COUNT = ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
      * ================================================================
       COPY "AUDIT_PARA.cob".
      * ================================================================
      * COPY IN AUDIT-TRAIL HASH CHAIN
      * ================================================================
       COPY "AUDCHAIN_PARA.cob".
      * ================================================================
      * COPY IN INTERFACE-LEDGER WRITER PARAGRAPH
      * ================================================================
       COPY "IFLEDGER_PARA.cob".
      * COPY IN OPERATOR SIGN-ON CHECK
      * ================================================================
       COPY "SIGNON_PARA.cob".
      * ================================================================
      * COPY IN DO-NOT-REHIRE CHECK
      * ================================================================
       COPY "DNRCHK_PARA.cob".
