      *================================================================
      * TAXMASK_PARA.COB
      * Tax-ID masking.  Any report line or screen that shows an
      * employee's government tax ID (./taxmstr.dat, copybooks/
      * TAXID-REC.cob) shows only the last four digits, unless the
      * operator signed on to the run is class A on ./operator.dta.
      *
      * COPY into the PROCEDURE DIVISION along with SIGNON_PARA.cob
      * (whose sign-on and operator-file paragraphs this reuses -
      * the same SELECTs and FDs for SIGNON, OPERFILE and SECLOG);
      * first COPY SIGNON_DEF.cob and TAXMASK_DEF.cob into
      * WORKING-STORAGE.  PERFORM SET-TAXID-VIEW-PARA once at start
      * of run, then per ID move it to TM-TAXID-IN, PERFORM
      * MASK-TAXID-PARA and print TM-TAXID-OUT.
      *
      * Unlike the update sign-on, no operator file means no full
      * view: the ID is masked until a class A operator is proven.
      *================================================================
       SET-TAXID-VIEW-PARA.
           SET TM-MASKED-VIEW TO TRUE.
           SET SG-OPER-NOT-FOUND TO TRUE.
           MOVE SPACES TO SG-OPER-ID.
           OPEN INPUT OPERFILE.
           IF SG-OPER-FILE-OK
             PERFORM READ-SIGNON-PARA
             IF SG-OPER-ID NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
             END-IF
             CLOSE OPERFILE
           END-IF.
           IF SG-OPER-WAS-FOUND AND SG-FOUND-CLASS = 'A'
             SET TM-FULL-VIEW TO TRUE
           ELSE
             DISPLAY WS-PROGRAM-NAME ": TAX IDS SHOWN AS LAST FOUR "
                     "DIGITS ONLY"
           END-IF.

      * ================================================================
      * MASK-TAXID-PARA
      * ================================================================
       MASK-TAXID-PARA.
           MOVE SPACES TO TM-TAXID-OUT.
           IF TM-TAXID-IN NOT = SPACES
             IF TM-FULL-VIEW
               STRING TM-TAXID-IN (1:3) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      TM-TAXID-IN (4:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      TM-TAXID-IN (6:4) DELIMITED BY SIZE
                      INTO TM-TAXID-OUT
               END-STRING
             ELSE
               STRING 'XXX-XX-' DELIMITED BY SIZE
                      TM-TAXID-IN (6:4) DELIMITED BY SIZE
                      INTO TM-TAXID-OUT
               END-STRING
             END-IF
           END-IF.
